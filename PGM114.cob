       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM114.
      *ACCOUNT RELATIONSHIP MAINTENANCE : THE MASTER CARRIES ONE
      *OWNING CUSTOMER PER ACCOUNT (NM-CUST-NO), BUT A JOINT ACCOUNT
      *HAS TWO OR MORE OWNERS, AND A TRUST OR AN ESTATE ACCOUNT HAS
      *PARTIES WHO ARE NOT OWNERS AT ALL . THE ACCOUNT RELATIONSHIP
      *FILE (ACCTREL) HOLDS ONE ROW PER ACCOUNT AND CUSTOMER, IN
      *ACCOUNT THEN CUSTOMER ORDER, WITH THE CUSTOMER'S ROLE ON THE
      *ACCOUNT -- PRIMARY, JOINT, TRUSTEE, POWER OF ATTORNEY OR
      *BENEFICIARY -- THE DATE THE ROLE TAKES EFFECT, THE OWNER'S
      *SHARE FOR WITHHOLDING (PGM95) AND WHETHER THE PARTY WANTS A
      *COPY OF THE STATEMENT (PGM64) . AN ACCOUNT WITH NO ROWS IS
      *OWNED SOLELY BY ITS NM-CUST-NO, SO ONLY MULTI-PARTY ACCOUNTS
      *NEED ROWS . THIS RUN TAKES ADD/CHANGE/DELETE CARDS, SORTS THEM
      *BY ACCOUNT AND CUSTOMER, VALIDATES EACH ONE AND ROLLS THE
      *RELATIONSHIP FILE OLD-TO-NEW THE SAME WAY PGM99 ROLLS THE
      *CUSTOMER MASTER : A NEW ROW MUST NAME AN OPEN ACCOUNT ON
      *NEWMSTR AND A CUSTOMER ON CUSTMSTR, AND EVERY CARD MUST CARRY
      *AN OPERATOR ID FROM THE PGM72 OPERATOR FILE . EVERY CARD,
      *APPLIED OR REFUSED, IS LISTED . A SECOND PASS WALKS NEWMSTR
      *AGAINST THE MAINTAINED FILE AND LISTS THE ACCOUNTS THAT NEED
      *THE BRANCH'S ATTENTION : NO PRIMARY OWNER IN FORCE, OR A SOLE
      *OWNER THE CUSTOMER MASTER FLAGS AS DECEASED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAINT-CARDS ASSIGN TO "RELMNT"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RELATION-FILE-OUT ASSIGN TO "RELNEW"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "RELRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARDS-SORTED ASSIGN TO "RMNTSRT"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARD-SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD MAINT-CARDS.
      *     ONE CARD PER CHANGE, IN ANY ORDER -- THE RUN SORTS THEM BY
      *     ACCOUNT AND CUSTOMER ITSELF, KEEPING SEVERAL CARDS FOR ONE
      *     ROW IN THE ORDER THEY WERE KEYED . RMC-ACTION "A" = ADD A
      *     CUSTOMER TO THE ACCOUNT, "C" = CHANGE THE ROW, "D" =
      *     DELETE IT . ON A CHANGE A BLANK FIELD IS LEFT AS IT STANDS
      *     AND A KEYED ONE REPLACES IT . ON AN ADD A BLANK EFFECTIVE
      *     DATE MEANS THE BUSINESS DATE, A BLANK SHARE MEANS AN EQUAL
      *     SPLIT AMONG THE OWNERS AND A BLANK STATEMENT-COPY FLAG
      *     MEANS NO COPY
       01 MAINT-CARD-REC.
           05 RMC-ACCT-NO    PIC X(5).
            05 RMC-CUST-NO    PIC X(5).
            05 RMC-ACTION     PIC X(1).
            05 RMC-OPER-ID    PIC X(4).
            05 RMC-ROLE       PIC X(1).
            05 RMC-EFF-DATE-X PIC X(8).
            05 RMC-SHARE-X    PIC X(5).
            05 RMC-STMT-COPY  PIC X(1).
            05 FILLER         PIC X(50).
      *
       FD RELATION-FILE.
      *     THE ACCOUNT RELATIONSHIP FILE, ONE ROW PER ACCOUNT AND
      *     CUSTOMER IN ASCENDING ACCOUNT THEN CUSTOMER ORDER . ABSENT
      *     ON THE FIRST RUN . PGM52, PGM64, PGM95, PGM110 AND PGM120
      *     READ IT AND MUST STAY IN SYNC WITH THIS LAYOUT
       01 RELATION-REC.
           05 AR-KEY.
               10 AR-ACCT-NO     PIC X(5).
               10 AR-CUST-NO     PIC X(5).
            05 AR-ROLE        PIC X(1).
               88 AR-PRIMARY        VALUE "P".
               88 AR-JOINT          VALUE "J".
               88 AR-TRUSTEE        VALUE "T".
               88 AR-ATTORNEY       VALUE "A".
               88 AR-BENEFICIARY    VALUE "B".
               88 AR-OWNER          VALUE "P" "J".
               88 AR-VALID-ROLE     VALUE "P" "J" "T" "A" "B".
            05 AR-EFF-DATE    PIC 9(8).
      *        THE ROLE IS IN FORCE FROM THIS DATE ON
            05 AR-SHARE-PCT   PIC 9(3)V99.
      *        AN OWNER'S PERCENTAGE OF THE ACCOUNT FOR WITHHOLDING .
      *        ZERO MEANS AN EQUAL SPLIT AMONG THE OWNERS IN FORCE
            05 AR-STMT-COPY   PIC X(1).
      *        "Y" = THE PARTY IS MAILED ITS OWN COPY OF THE STATEMENT
            05 FILLER         PIC X(55).
      *
       FD RELATION-FILE-OUT.
      *     THE MAINTAINED RELATIONSHIP FILE THE NEXT RUN READS, STILL
      *     IN ASCENDING ACCOUNT THEN CUSTOMER ORDER . SAME LAYOUT AS
      *     RELATION-REC ; DELETED ROWS DROP HERE
       01 RELATION-OUT-REC PIC X(80).
      *
       FD NEW-MASTER.
      *     MUST STAY IN SYNC WITH PGM52.COB'S NEW-MASTER-REC LAYOUT .
      *     CLOSED ACCOUNTS DROP FROM NEW-MASTER, SO EVERY RECORD HERE
      *     IS AN OPEN ACCOUNT
       01 NEW-MASTER-REC.
           05 NM-ACCT-NO COPY ACCTREC.
            05 NM-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 NM-YTD-ACTIVITY PIC 9(9)V99.
            05 NM-NOACT-CNT  PIC 9(3).
            05 NM-CUST-NAME  PIC X(20).
            05 NM-BRANCH     PIC X(3).
            05 NM-PRODUCT    PIC X(2).
            05 NM-OD-LIMIT   PIC 9(7)V99.
            05 NM-CUST-NO    PIC X(5).
            05 NM-STMT-CYCLE PIC X(2).
            05 NM-STATUS     PIC X(1).
            05 NM-NOTICE-STG PIC X(1).
            05 FILLER        PIC X(8).
      *
       FD CUSTOMER-MASTER.
      *     MUST STAY IN SYNC WITH PGM99.COB'S CUSTOMER-MASTER-REC
      *     LAYOUT . THE DECEASED FLAG IS WHAT THE REPORT USES
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 CU-ADDR-LINE1  PIC X(25).
            05 CU-ADDR-LINE2  PIC X(25).
            05 CU-ADDR-LINE3  PIC X(15).
            05 CU-WHOLD-FLAG  PIC X(1).
            05 CU-DECEASED-FLAG PIC X(1).
            05 CU-DELIVERY-PREF PIC X(1).
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD OPERATOR-FILE.
      *     MUST STAY IN SYNC WITH PGM72.COB'S OPERATOR-REC LAYOUT .
      *     ANY OPERATOR ON FILE MAY ADD OR CHANGE A ROW ; A DELETE
      *     NEEDS LEVEL 2
       01 OPERATOR-REC.
           05 OPR-ID        PIC X(4).
            05 OPR-NAME      PIC X(20).
            05 OPR-LEVEL-X   PIC X(1).
            05 OPR-LEVEL REDEFINES OPR-LEVEL-X PIC 9(1).
            05 FILLER        PIC X(55).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS, SO A ROLE IS "IN
      *     FORCE" BY THE BUSINESS DAY . ABSENT MEANS SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD CARDS-SORTED.
      *     THE MAINTENANCE CARDS IN ASCENDING ACCOUNT THEN CUSTOMER
      *     ORDER, A WORK FILE CUT FRESH EACH RUN . SAME LAYOUT AS
      *     MAINT-CARD-REC
       01 CARDS-SORTED-REC.
           05 CS-KEY.
               10 CS-ACCT-NO     PIC X(5).
               10 CS-CUST-NO     PIC X(5).
            05 CS-ACTION      PIC X(1).
            05 CS-OPER-ID     PIC X(4).
            05 CS-ROLE        PIC X(1).
               88 CS-VALID-ROLE     VALUE "P" "J" "T" "A" "B".
            05 CS-EFF-DATE-X  PIC X(8).
            05 CS-EFF-DATE REDEFINES CS-EFF-DATE-X PIC 9(8).
            05 CS-SHARE-X     PIC X(5).
            05 CS-SHARE REDEFINES CS-SHARE-X PIC 9(3)V99.
            05 CS-STMT-COPY   PIC X(1).
            05 FILLER         PIC X(50).
      *
       SD CARD-SORT-FILE.
       01 CARD-SORT-REC.
           05 CSR-KEY        PIC X(10).
            05 FILLER         PIC X(70).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *SEQUENCE CONTROL . THE OLD RELATIONSHIP FILE MUST ARRIVE, AND
      *THE NEW ONE MUST LEAVE, IN STRICTLY ASCENDING ACCOUNT THEN
      *CUSTOMER ORDER -- THE READERS WALK IT FORWARD IN STEP WITH THE
      *ACCOUNT MASTER, SO AN OUT-OF-SEQUENCE FILE IS FATAL
       01 WS-LAST-AR-IN     PIC X(10) VALUE LOW-VALUES.
       01 WS-LAST-AR-OUT    PIC X(10) VALUE LOW-VALUES.
       01 WS-LAST-NM-ACCT   PIC X(5) VALUE LOW-VALUES.
      *
      *THE ROW THE MERGE IS STANDING ON, AND ITS RECORD AS EACH CARD
      *LEAVES IT . WS-CUR-ON-FILE SAYS WHETHER THE ROW EXISTS AT
      *THIS POINT IN THE CARDS (AN ADD SETS IT, A DELETE CLEARS IT)
       01 WS-CUR-KEY.
           05 WS-CUR-ACCT      PIC X(5) VALUE SPACES.
           05 WS-CUR-CUST      PIC X(5) VALUE SPACES.
       01 WS-CUR-ON-FILE    PIC X(1) VALUE "N".
           88 ROW-ON-FILE        VALUE "Y".
           88 ROW-NOT-ON-FILE    VALUE "N".
       01 WS-ACCT-OPEN-FLAG PIC X(1) VALUE "N".
           88 ACCOUNT-OPEN       VALUE "Y".
           88 ACCOUNT-NOT-OPEN   VALUE "N".
       01 WS-REL-IMAGE.
           05 WS-IMG-KEY.
               10 WS-IMG-ACCT-NO    PIC X(5).
               10 WS-IMG-CUST-NO    PIC X(5).
            05 WS-IMG-ROLE       PIC X(1).
            05 WS-IMG-EFF-DATE   PIC 9(8).
            05 WS-IMG-SHARE-PCT  PIC 9(3)V99.
            05 WS-IMG-STMT-COPY  PIC X(1).
            05 FILLER            PIC X(55).
       01 WS-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
      *
      *CARD VALIDATION . A CARD THAT FAILS ANY TEST IS LISTED WITH
      *THE REASON AND CHANGES NOTHING
       01 WS-REJECT-REASON  PIC X(24) VALUE SPACES.
       01 WS-DISPOSITION    PIC X(24) VALUE SPACES.
      *
      *THE OPERATOR FILE, LOADED ONCE AT INITIALIZATION . MORE THAN
      *50 OPERATORS IS TREATED AS FATAL, THE SAME CEILING PGM72 USES
       01 WS-OPR-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 50 TIMES
                   INDEXED BY OP-IDX.
               10 WS-OPR-ID      PIC X(4).
               10 WS-OPR-LEVEL   PIC 9(1).
       01 WS-OPR-FOUND      PIC X(1) VALUE "N".
           88 OPERATOR-FOUND      VALUE "Y".
           88 OPERATOR-NOT-FOUND  VALUE "N".
       01 WS-CARD-OPER-LEVEL PIC 9(1) VALUE ZERO.
      *
      *THE CUSTOMER MASTER'S NUMBERS AND DECEASED FLAGS, LOADED ONCE .
      *MORE THAN 500 CUSTOMERS IS TREATED AS FATAL (SAME 500-ENTRY
      *RULE THE SUITE'S BOUNDED TABLES USE)
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY CU-IDX.
               10 WS-CUST-NO       PIC X(5).
               10 WS-CUST-DECEASED PIC X(1).
       01 WS-CUST-FOUND-FLAG PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND        VALUE "Y".
           88 CUSTOMER-NOT-FOUND    VALUE "N".
       01 WS-TEST-CUST       PIC X(5) VALUE SPACES.
       01 WS-TEST-DECEASED   PIC X(1) VALUE SPACE.
      *
      *THE ACCOUNT IN HAND ON THE EXCEPTION PASS : HOW MANY PRIMARY
      *AND JOINT OWNERS ARE IN FORCE, AND THE LAST OWNER SEEN (THE
      *SOLE ONE WHEN THE COUNT IS ONE)
       01 WS-REL-EOF-FLAG    PIC X(1) VALUE "N".
           88 END-OF-RELATIONS      VALUE "Y".
       01 WS-ACCT-ROW-CNT    PIC 9(3) VALUE ZERO.
       01 WS-PRIMARY-CNT     PIC 9(3) VALUE ZERO.
       01 WS-OWNER-CNT       PIC 9(3) VALUE ZERO.
       01 WS-SOLE-OWNER      PIC X(5) VALUE SPACES.
       01 WS-EXC-REASON      PIC X(30) VALUE SPACES.
      *
      *MAINTENANCE AND EXCEPTION CONTROL TOTALS
       01 WS-MAINT-TOTALS.
           05 WS-CARD-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-AR-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-AR-WRITE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ADDED-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-DELETED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECTED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-NM-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NO-PRIMARY-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DECEASED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-ROW-CNT  PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . THE CARD LISTING
      *AND THE EXCEPTION LISTING EACH CARRY THEIR OWN THIRD HEADING
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PRINT-LINE      PIC X(80) VALUE SPACES.
       01 WS-SECTION-FLAG    PIC X(1) VALUE "M".
           88 MAINTENANCE-SECTION   VALUE "M".
           88 EXCEPTION-SECTION     VALUE "E".
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM114 ACCOUNT RELATIONSHIP MAINTENANCE".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(7)  VALUE "CUST".
            05 FILLER          PIC X(4)  VALUE "ACT".
            05 FILLER          PIC X(6)  VALUE "OPER".
            05 FILLER          PIC X(5)  VALUE "ROLE".
            05 FILLER          PIC X(10) VALUE "EFFECTIVE".
            05 FILLER          PIC X(8)  VALUE "SHARE".
            05 FILLER          PIC X(4)  VALUE "CPY".
            05 FILLER          PIC X(24) VALUE "DISPOSITION".
      *
       01 WS-HEADING-3E.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(22) VALUE "ACCOUNT NAME".
            05 FILLER          PIC X(7)  VALUE "OWNER".
            05 FILLER          PIC X(30) VALUE "NEEDS ATTENTION".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ACTION       PIC X(1).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 DL-OPER-ID      PIC X(4).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ROLE         PIC X(1).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-EFF-DATE     PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-SHARE        PIC ZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-STMT-COPY    PIC X(1).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 DL-DISPOSITION  PIC X(24).
      *
       01 WS-EXCEPT-LINE.
           05 EL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 EL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 EL-OWNER        PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 EL-REASON       PIC X(30).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-CARD
            PERFORM 210-READ-RELATION
            PERFORM 220-READ-MASTER
            PERFORM 300-PROCESS-ONE-ROW
                UNTIL CS-KEY = HIGH-VALUES
                AND AR-KEY = HIGH-VALUES
            CLOSE CARDS-SORTED
             RELATION-FILE
             RELATION-FILE-OUT
             NEW-MASTER
            PERFORM 600-RELATIONSHIP-EXCEPTIONS
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, loads the operator file and the
      *customer master, sorts the cards by account and customer,
      *and opens the files the merge walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 120-LOAD-OPERATORS
            PERFORM 130-LOAD-CUSTOMERS
            SORT CARD-SORT-FILE
                ON ASCENDING KEY CSR-KEY
                WITH DUPLICATES IN ORDER
                USING MAINT-CARDS
                GIVING CARDS-SORTED
            OPEN INPUT CARDS-SORTED
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT RELATION-FILE
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT RELATION-FILE-OUT
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN RELATION-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT NEW-MASTER
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN DATE-CARD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ DATE-CARD
                AT END
                    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                NOT AT END
                    IF DTC-BUS-DATE-X IS NUMERIC
                            AND DTC-BUS-DATE > 0
                        MOVE DTC-BUS-DATE TO WS-RUN-DATE
                    ELSE
                        MOVE "BAD DATECARD DATE" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
            END-READ
            CLOSE DATE-CARD
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            .
      *
       120-LOAD-OPERATORS.
      *
      *loads the operator file into the operator table . a card whose
      *operator is not on file changes nothing
      *
            OPEN INPUT OPERATOR-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 125-LOAD-ONE-OPERATOR
                UNTIL WS-STATUS6 NOT = 00
            CLOSE OPERATOR-FILE
            .
      *
       125-LOAD-ONE-OPERATOR.
      *
      *copies one operator record into the next free table slot
      *
            READ OPERATOR-FILE
                AT END CONTINUE
                NOT AT END
                    IF WS-OPR-COUNT >= 50
                        MOVE "OPERFILE EXCEEDS 50" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OPR-COUNT
                    SET OP-IDX TO WS-OPR-COUNT
                    MOVE OPR-ID TO WS-OPR-ID(OP-IDX)
                    IF OPR-LEVEL-X IS NUMERIC
                        MOVE OPR-LEVEL TO WS-OPR-LEVEL(OP-IDX)
                    ELSE
                        MOVE 1 TO WS-OPR-LEVEL(OP-IDX)
                    END-IF
            END-READ
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 10
                MOVE "READ OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       130-LOAD-CUSTOMERS.
      *
      *loads each customer's number and deceased flag
      *
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 135-LOAD-ONE-CUSTOMER
                UNTIL WS-STATUS5 NOT = 00
            CLOSE CUSTOMER-MASTER
            .
      *
       135-LOAD-ONE-CUSTOMER.
      *
      *copies one customer into the next free table slot
      *
            READ CUSTOMER-MASTER
                AT END CONTINUE
                NOT AT END
                    IF WS-CUST-COUNT >= 500
                        MOVE "CUSTMSTR EXCEEDS 500" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-CUST-COUNT
                    SET CU-IDX TO WS-CUST-COUNT
                    MOVE CU-CUST-NO TO WS-CUST-NO(CU-IDX)
                    MOVE CU-DECEASED-FLAG TO WS-CUST-DECEASED(CU-IDX)
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-READ-CARD.
      *
      *reads the next sorted maintenance card
      *
            READ CARDS-SORTED
                AT END MOVE HIGH-VALUES TO CS-KEY
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CS-KEY NOT = HIGH-VALUES
                ADD 1 TO WS-CARD-READ-CNT
            END-IF
            .
      *
       210-READ-RELATION.
      *
      *reads the next old relationship row, refusing an out-of-
      *sequence file outright
      *
            READ RELATION-FILE
                AT END MOVE HIGH-VALUES TO AR-KEY
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF AR-KEY NOT = HIGH-VALUES
                IF AR-KEY NOT > WS-LAST-AR-IN
                    MOVE "ACCTREL OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE AR-KEY TO WS-LAST-AR-IN
                ADD 1 TO WS-AR-READ-CNT
            END-IF
            .
      *
       220-READ-MASTER.
      *
      *reads the next open account on new-master, refusing an out-
      *of-sequence master
      *
            READ NEW-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NM-ACCT-NO NOT = HIGH-VALUES
                IF NM-ACCT-NO NOT > WS-LAST-NM-ACCT
                    MOVE "NEWMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE NM-ACCT-NO TO WS-LAST-NM-ACCT
            END-IF
            .
      *
       300-PROCESS-ONE-ROW.
      *
      *is performed from 000-main-module . stands on the lower of the
      *next card's and the next old row's key, takes the old row (if
      *there is one) as the working image, finds whether the account
      *is open, applies every card for the row in turn, and writes
      *the image out if the row still exists when the cards are done
      *
            IF CS-KEY < AR-KEY
                MOVE CS-KEY TO WS-CUR-KEY
            ELSE
                MOVE AR-KEY TO WS-CUR-KEY
            END-IF
            IF AR-KEY = WS-CUR-KEY
                MOVE RELATION-REC TO WS-REL-IMAGE
                SET ROW-ON-FILE TO TRUE
                PERFORM 210-READ-RELATION
            ELSE
                MOVE SPACES TO WS-REL-IMAGE
                SET ROW-NOT-ON-FILE TO TRUE
            END-IF
            PERFORM 310-FIND-ACCOUNT
            PERFORM 320-APPLY-ONE-CARD
                UNTIL CS-KEY NOT = WS-CUR-KEY
            IF ROW-ON-FILE
                PERFORM 380-WRITE-RELATION-OUT
            END-IF
            .
      *
       310-FIND-ACCOUNT.
      *
      *walks new-master forward to the current row's account and
      *notes whether it is an open account . the cards and the old
      *rows arrive in account order, so the walk never goes back
      *
            PERFORM 220-READ-MASTER
                UNTIL NM-ACCT-NO NOT < WS-CUR-ACCT
            IF NM-ACCT-NO = WS-CUR-ACCT
                SET ACCOUNT-OPEN TO TRUE
            ELSE
                SET ACCOUNT-NOT-OPEN TO TRUE
            END-IF
            .
      *
       320-APPLY-ONE-CARD.
      *
      *is performed from 300-process-one-row for each card for the
      *current row . validates the card against the row as the
      *earlier cards left it, then adds, changes or deletes, and
      *lists the card
      *
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-DISPOSITION
            MOVE SPACES TO WS-BEFORE-IMAGE
            PERFORM 325-VALIDATE-CARD
            IF WS-REJECT-REASON = SPACES
                MOVE WS-REL-IMAGE TO WS-BEFORE-IMAGE
                EVALUATE CS-ACTION
                    WHEN "A"
                        PERFORM 330-ADD-RELATION
                    WHEN "C"
                        PERFORM 340-CHANGE-RELATION
                    WHEN "D"
                        PERFORM 350-DELETE-RELATION
                    WHEN OTHER
                        MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                MOVE WS-REJECT-REASON TO WS-DISPOSITION
                ADD 1 TO WS-REJECTED-CNT
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE CS-ACCT-NO TO DL-ACCT-NO
            MOVE CS-CUST-NO TO DL-CUST-NO
            MOVE CS-ACTION TO DL-ACTION
            MOVE CS-OPER-ID TO DL-OPER-ID
            IF ROW-ON-FILE
                MOVE WS-IMG-ROLE TO DL-ROLE
                MOVE WS-IMG-EFF-DATE TO DL-EFF-DATE
                MOVE WS-IMG-SHARE-PCT TO DL-SHARE
                MOVE WS-IMG-STMT-COPY TO DL-STMT-COPY
            ELSE
                MOVE CS-ROLE TO DL-ROLE
                MOVE CS-EFF-DATE-X TO DL-EFF-DATE
                MOVE ZERO TO DL-SHARE
                MOVE CS-STMT-COPY TO DL-STMT-COPY
            END-IF
            MOVE WS-DISPOSITION TO DL-DISPOSITION
            MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 200-READ-CARD
            .
      *
       325-VALIDATE-CARD.
      *
      *the card must name an account and a customer, carry an
      *operator on the operator file (a delete needs level 2), and
      *every keyed field must be one the file can hold
      *
            MOVE "N" TO WS-OPR-FOUND
            MOVE ZERO TO WS-CARD-OPER-LEVEL
            PERFORM 327-TEST-ONE-OPERATOR
                VARYING OP-IDX FROM 1 BY 1
                UNTIL OP-IDX > WS-OPR-COUNT
                    OR OPERATOR-FOUND
            EVALUATE TRUE
                WHEN CS-ACCT-NO = SPACES
                    MOVE "NO ACCOUNT NUMBER" TO WS-REJECT-REASON
                WHEN CS-CUST-NO = SPACES
                    MOVE "NO CUSTOMER NUMBER" TO WS-REJECT-REASON
                WHEN OPERATOR-NOT-FOUND
                    MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
                WHEN WS-CARD-OPER-LEVEL < 2
                        AND CS-ACTION = "D"
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
                WHEN CS-ROLE NOT = SPACE AND NOT CS-VALID-ROLE
                    MOVE "INVALID ROLE" TO WS-REJECT-REASON
                WHEN CS-EFF-DATE-X NOT = SPACES
                        AND (CS-EFF-DATE-X IS NOT NUMERIC
                             OR CS-EFF-DATE = 0)
                    MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                WHEN CS-SHARE-X NOT = SPACES
                        AND (CS-SHARE-X IS NOT NUMERIC
                             OR CS-SHARE > 100)
                    MOVE "INVALID SHARE" TO WS-REJECT-REASON
                WHEN CS-STMT-COPY NOT = SPACE
                        AND CS-STMT-COPY NOT = "Y"
                        AND CS-STMT-COPY NOT = "N"
                    MOVE "INVALID STATEMENT COPY" TO WS-REJECT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *
       327-TEST-ONE-OPERATOR.
      *
      *tests one operator-table entry against the card's operator
      *
            IF WS-OPR-ID(OP-IDX) = CS-OPER-ID
                    AND CS-OPER-ID NOT = SPACES
                MOVE WS-OPR-LEVEL(OP-IDX) TO WS-CARD-OPER-LEVEL
                SET OPERATOR-FOUND TO TRUE
            END-IF
            .
      *
       330-ADD-RELATION.
      *
      *is performed from 320-apply-one-card . a new row needs a role,
      *an open account on new-master and a customer on the customer
      *master, and must not already exist
      *
            MOVE CS-CUST-NO TO WS-TEST-CUST
            PERFORM 360-FIND-CUSTOMER
            EVALUATE TRUE
                WHEN ROW-ON-FILE
                    MOVE "ALREADY ON ACCOUNT" TO WS-REJECT-REASON
                WHEN CS-ROLE = SPACE
                    MOVE "ROLE REQUIRED" TO WS-REJECT-REASON
                WHEN ACCOUNT-NOT-OPEN
                    MOVE "ACCOUNT NOT ON NEWMSTR" TO WS-REJECT-REASON
                WHEN CUSTOMER-NOT-FOUND
                    MOVE "CUSTOMER NOT ON CUSTMSTR" TO WS-REJECT-REASON
                WHEN OTHER
                    MOVE SPACES TO WS-REL-IMAGE
                    MOVE CS-ACCT-NO TO WS-IMG-ACCT-NO
                    MOVE CS-CUST-NO TO WS-IMG-CUST-NO
                    MOVE CS-ROLE TO WS-IMG-ROLE
                    IF CS-EFF-DATE-X = SPACES
                        MOVE WS-RUN-DATE TO WS-IMG-EFF-DATE
                    ELSE
                        MOVE CS-EFF-DATE TO WS-IMG-EFF-DATE
                    END-IF
                    IF CS-SHARE-X = SPACES
                        MOVE ZERO TO WS-IMG-SHARE-PCT
                    ELSE
                        MOVE CS-SHARE TO WS-IMG-SHARE-PCT
                    END-IF
                    IF CS-STMT-COPY = "Y"
                        MOVE "Y" TO WS-IMG-STMT-COPY
                    ELSE
                        MOVE "N" TO WS-IMG-STMT-COPY
                    END-IF
                    SET ROW-ON-FILE TO TRUE
                    MOVE "ADDED" TO WS-DISPOSITION
                    ADD 1 TO WS-ADDED-CNT
            END-EVALUATE
            .
      *
       340-CHANGE-RELATION.
      *
      *is performed from 320-apply-one-card . a keyed field replaces
      *the one on file . a card that would leave the row exactly as
      *it was is refused
      *
            IF ROW-NOT-ON-FILE
                MOVE "NOT ON ACCOUNT" TO WS-REJECT-REASON
            ELSE
                IF CS-ROLE NOT = SPACE
                    MOVE CS-ROLE TO WS-IMG-ROLE
                END-IF
                IF CS-EFF-DATE-X NOT = SPACES
                    MOVE CS-EFF-DATE TO WS-IMG-EFF-DATE
                END-IF
                IF CS-SHARE-X NOT = SPACES
                    MOVE CS-SHARE TO WS-IMG-SHARE-PCT
                END-IF
                IF CS-STMT-COPY NOT = SPACE
                    MOVE CS-STMT-COPY TO WS-IMG-STMT-COPY
                END-IF
                IF WS-REL-IMAGE = WS-BEFORE-IMAGE
                    MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
                ELSE
                    MOVE "CHANGED" TO WS-DISPOSITION
                    ADD 1 TO WS-CHANGED-CNT
                END-IF
            END-IF
            .
      *
       350-DELETE-RELATION.
      *
      *is performed from 320-apply-one-card . drops the row ; the
      *exception pass then shows whether the account is left with
      *no primary owner
      *
            IF ROW-NOT-ON-FILE
                MOVE "NOT ON ACCOUNT" TO WS-REJECT-REASON
            ELSE
                MOVE SPACES TO WS-REL-IMAGE
                SET ROW-NOT-ON-FILE TO TRUE
                MOVE "DELETED" TO WS-DISPOSITION
                ADD 1 TO WS-DELETED-CNT
            END-IF
            .
      *
       360-FIND-CUSTOMER.
      *
      *looks ws-test-cust up in the customer table, leaving its
      *deceased flag in ws-test-deceased
      *
            MOVE "N" TO WS-CUST-FOUND-FLAG
            MOVE SPACE TO WS-TEST-DECEASED
            PERFORM 365-TEST-ONE-CUSTOMER
                VARYING CU-IDX FROM 1 BY 1
                UNTIL CU-IDX > WS-CUST-COUNT
                    OR CUSTOMER-FOUND
            .
      *
       365-TEST-ONE-CUSTOMER.
      *
      *tests one customer-table entry against ws-test-cust
      *
            IF WS-CUST-NO(CU-IDX) = WS-TEST-CUST
                SET CUSTOMER-FOUND TO TRUE
                MOVE WS-CUST-DECEASED(CU-IDX) TO WS-TEST-DECEASED
            END-IF
            .
      *
       380-WRITE-RELATION-OUT.
      *
      *is performed for every row written to the new relationship
      *file . enforces strictly ascending account then customer
      *sequence so the readers' forward walks can trust it
      *
            IF WS-IMG-KEY NOT > WS-LAST-AR-OUT
                MOVE "RELNEW OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-IMG-KEY TO WS-LAST-AR-OUT
            WRITE RELATION-OUT-REC FROM WS-REL-IMAGE
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE RELATION-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-AR-WRITE-CNT
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints the line in ws-print-line . starts a new page and
      *reprints the headings whenever the page fills up or the
      *section is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-PRINT-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *three heading lines of the section followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            IF MAINTENANCE-SECTION
                WRITE REPORT-LINE FROM WS-HEADING-3
            ELSE
                WRITE REPORT-LINE FROM WS-HEADING-3E
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       600-RELATIONSHIP-EXCEPTIONS.
      *
      *is performed from 000-main-module once the new file is
      *written . walks new-master against the maintained
      *relationship file and lists each open account with no primary
      *owner in force, or whose only owner in force is flagged
      *deceased on the customer master . an account with no rows is
      *owned solely by its nm-cust-no
      *
            SET EXCEPTION-SECTION TO TRUE
            MOVE 0 TO WS-LINE-COUNT
            MOVE LOW-VALUES TO WS-LAST-NM-ACCT
            OPEN INPUT NEW-MASTER
            IF WS-STATUS4 NOT = 00
                MOVE "REOPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT RELATION-FILE-OUT
            IF WS-STATUS3 NOT = 00
                MOVE "REOPEN RELATION-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-REL-EOF-FLAG
            PERFORM 610-READ-NEW-RELATION
            PERFORM 220-READ-MASTER
            PERFORM 620-CHECK-ONE-ACCOUNT
                UNTIL NM-ACCT-NO = HIGH-VALUES
            PERFORM 615-SKIP-CLOSED-ROW
                UNTIL END-OF-RELATIONS
            CLOSE NEW-MASTER
             RELATION-FILE-OUT
            IF WS-NO-PRIMARY-CNT = 0 AND WS-DECEASED-CNT = 0
                MOVE "NO ACCOUNT NEEDS ATTENTION" TO WS-PRINT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       610-READ-NEW-RELATION.
      *
      *reads the next row of the maintained relationship file into
      *relation-rec
      *
            READ RELATION-FILE-OUT INTO RELATION-REC
                AT END
                    SET END-OF-RELATIONS TO TRUE
                    MOVE HIGH-VALUES TO AR-KEY
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ RELATION-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       615-SKIP-CLOSED-ROW.
      *
      *steps over a row whose account is no longer open, counting it
      *so the branch can tidy the file
      *
            ADD 1 TO WS-CLOSED-ROW-CNT
            PERFORM 610-READ-NEW-RELATION
            .
      *
       620-CHECK-ONE-ACCOUNT.
      *
      *is performed from 600-relationship-exceptions for each open
      *account . counts the primary and joint owners in force and
      *lists the account when it has no primary, or when its sole
      *owner is flagged deceased
      *
            PERFORM 615-SKIP-CLOSED-ROW
                UNTIL AR-ACCT-NO NOT < NM-ACCT-NO
            MOVE ZERO TO WS-ACCT-ROW-CNT
            MOVE ZERO TO WS-PRIMARY-CNT
            MOVE ZERO TO WS-OWNER-CNT
            MOVE SPACES TO WS-SOLE-OWNER
            PERFORM 630-COUNT-ONE-ROW
                UNTIL AR-ACCT-NO NOT = NM-ACCT-NO
            IF WS-ACCT-ROW-CNT = 0 AND NM-CUST-NO NOT = SPACES
                MOVE 1 TO WS-PRIMARY-CNT
                MOVE 1 TO WS-OWNER-CNT
                MOVE NM-CUST-NO TO WS-SOLE-OWNER
            END-IF
            ADD 1 TO WS-NM-READ-CNT
            MOVE SPACES TO WS-EXC-REASON
            EVALUATE TRUE
                WHEN WS-PRIMARY-CNT = 0
                    MOVE "NO PRIMARY OWNER IN FORCE" TO WS-EXC-REASON
                    ADD 1 TO WS-NO-PRIMARY-CNT
                WHEN WS-OWNER-CNT = 1
                    MOVE WS-SOLE-OWNER TO WS-TEST-CUST
                    PERFORM 360-FIND-CUSTOMER
                    IF WS-TEST-DECEASED = "D"
                        MOVE "SOLE OWNER FLAGGED DECEASED"
                            TO WS-EXC-REASON
                        ADD 1 TO WS-DECEASED-CNT
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-EXC-REASON NOT = SPACES
                MOVE SPACES TO WS-EXCEPT-LINE
                MOVE NM-ACCT-NO TO EL-ACCT-NO
                MOVE NM-CUST-NAME TO EL-CUST-NAME
                MOVE WS-SOLE-OWNER TO EL-OWNER
                MOVE WS-EXC-REASON TO EL-REASON
                MOVE WS-EXCEPT-LINE TO WS-PRINT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            PERFORM 220-READ-MASTER
            .
      *
       630-COUNT-ONE-ROW.
      *
      *counts one of the account's rows ; only a role already in
      *force on the business date counts towards its owners
      *
            ADD 1 TO WS-ACCT-ROW-CNT
            IF AR-EFF-DATE NOT > WS-RUN-DATE
                IF AR-PRIMARY
                    ADD 1 TO WS-PRIMARY-CNT
                END-IF
                IF AR-OWNER
                    ADD 1 TO WS-OWNER-CNT
                    MOVE AR-CUST-NO TO WS-SOLE-OWNER
                END-IF
            END-IF
            PERFORM 610-READ-NEW-RELATION
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the maintenance and exception totals so the new file
      *can be proved as the old one plus the adds less the deletes
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ACCTREL IN " WS-AR-READ-CNT
                   "  ADDED " WS-ADDED-CNT
                   "  DELETED " WS-DELETED-CNT
                   "  OUT " WS-AR-WRITE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CARDS " WS-CARD-READ-CNT
                   "  CHANGED " WS-CHANGED-CNT
                   "  REJECTED " WS-REJECTED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ACCOUNTS " WS-NM-READ-CNT
                   "  NO PRIMARY " WS-NO-PRIMARY-CNT
                   "  SOLE OWNER DECEASED " WS-DECEASED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "MAINTENANCE CARDS READ .: " WS-CARD-READ-CNT
            DISPLAY "RELATIONSHIPS READ .....: " WS-AR-READ-CNT
            DISPLAY "RELATIONSHIPS ADDED ....: " WS-ADDED-CNT
            DISPLAY "RELATIONSHIPS CHANGED ..: " WS-CHANGED-CNT
            DISPLAY "RELATIONSHIPS DELETED ..: " WS-DELETED-CNT
            DISPLAY "CARDS REJECTED .........: " WS-REJECTED-CNT
            DISPLAY "RELATIONSHIPS WRITTEN ..: " WS-AR-WRITE-CNT
            DISPLAY "OPEN ACCOUNTS CHECKED ..: " WS-NM-READ-CNT
            DISPLAY "NO PRIMARY OWNER .......: " WS-NO-PRIMARY-CNT
            DISPLAY "SOLE OWNER DECEASED ....: " WS-DECEASED-CNT
            DISPLAY "ROWS ON CLOSED ACCOUNTS : " WS-CLOSED-ROW-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the report
      *
            CLOSE REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or an out-of-sequence
      *file instead of handing on half a relationship file
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM114 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (MAINT-CARDS): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (RELATION-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (RELATION-FILE-OUT): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (NEW-MASTER): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (CUSTOMER-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (OPERATOR-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (DATE-CARD): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (CARDS-SORTED): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
