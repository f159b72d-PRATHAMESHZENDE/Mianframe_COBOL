       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM99.
      *CUSTOMER MASTER MAINTENANCE : ADDRESS AND WITHHOLDING-FLAG
      *CHANGES USED TO BE HAND-EDITED INTO CUSTMSTR, AND ONE BAD EDIT
      *LEFT THE FILE OUT OF SEQUENCE SO PGM64 MIS-MATCHED A WHOLE
      *CYCLE'S MAILINGS . THIS RUN TAKES ADD/CHANGE/DELETE CARDS,
      *SORTS THEM BY CUSTOMER NUMBER, VALIDATES EACH ONE AND ROLLS
      *THE CUSTOMER MASTER OLD-TO-NEW IN CUSTOMER-NUMBER ORDER THE
      *SAME WAY PGM58 MERGES THE ACCOUNT MASTER . A DELETE IS
      *REFUSED WHILE THE CUSTOMER STILL OWNS AN OPEN ACCOUNT ON
      *NEWMSTR (NM-CUST-NO), AND EVERY CARD MUST CARRY AN OPERATOR ID
      *FROM THE PGM72 OPERATOR FILE . EVERY CHANGE APPLIED IS
      *APPENDED TO THE PERMANENT CUSTOMER JOURNAL WITH ITS BEFORE
      *AND AFTER IMAGES, THE OPERATOR AND THE DATE, SO WE CAN PROVE
      *WHEN AN ADDRESS CHANGED IF A STATEMENT WENT TO THE OLD ONE .
      *EVERY CARD, APPLIED OR REFUSED, IS LISTED ON THE MAINTENANCE
      *REPORT . THE DECEASED FLAG IS KEPT HERE TOO, UNDER THE SAME
      *LEVEL-2 RULE AS THE WITHHOLDING FLAG, SO THE RELATIONSHIP
      *REPORT CAN FIND ACCOUNTS WHOSE ONLY OWNER HAS DIED . SO ARE
      *THE CUSTOMER'S STATEMENT DELIVERY PREFERENCE (PAPER,
      *ELECTRONIC OR BOTH) AND E-MAIL ADDRESS PGM64 ROUTES THE
      *STATEMENTS BY ; A CUSTOMER CANNOT BE LEFT ON ELECTRONIC
      *DELIVERY WITHOUT AN E-MAIL ADDRESS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAINT-CARDS ASSIGN TO "CUSTMNT"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER-OUT ASSIGN TO "CUSTNEW"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "CUSTRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARDS-SORTED ASSIGN TO "CMNTSRT"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ACCTS-SORTED ASSIGN TO "ACCTSRT"
            FILE STATUS IS WS-STATUS10
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARD-SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT ACCT-SORT-FILE ASSIGN TO "SORTWK2".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD MAINT-CARDS.
      *     ONE CARD PER CHANGE, IN ANY ORDER -- THE RUN SORTS THEM BY
      *     CUSTOMER NUMBER ITSELF, KEEPING SEVERAL CARDS FOR ONE
      *     CUSTOMER IN THE ORDER THEY WERE KEYED . CMC-ACTION "A" =
      *     ADD A NEW CUSTOMER, "C" = CHANGE, "D" = DELETE . ON A
      *     CHANGE A BLANK FIELD IS LEFT AS IT STANDS AND A KEYED ONE
      *     REPLACES IT ; AN ADDRESS LINE 2 OR 3 KEYED AS A LONE "*"
      *     IS CLEARED . CMC-WHOLD-FLAG "W" SETS WITHHOLDING, "N"
      *     CLEARS IT, BLANK LEAVES IT . CMC-DECEASED-FLAG "D" MARKS
      *     THE CUSTOMER DECEASED, "N" CLEARS IT, BLANK LEAVES IT .
      *     CMC-DELIVERY-PREF "P" PAPER, "E" ELECTRONIC, "B" BOTH,
      *     BLANK LEAVES IT (A NEW CUSTOMER DEFAULTS TO PAPER) ; THE
      *     E-MAIL ADDRESS KEYED AS A LONE "*" IS CLEARED
       01 MAINT-CARD-REC.
           05 CMC-CUST-NO    PIC X(5).
            05 CMC-ACTION     PIC X(1).
            05 CMC-OPER-ID    PIC X(4).
            05 CMC-CUST-NAME  PIC X(20).
            05 CMC-ADDR-LINE1 PIC X(25).
            05 CMC-ADDR-LINE2 PIC X(25).
            05 CMC-ADDR-LINE3 PIC X(15).
            05 CMC-WHOLD-FLAG PIC X(1).
            05 CMC-DECEASED-FLAG PIC X(1).
            05 CMC-DELIVERY-PREF PIC X(1).
            05 CMC-EMAIL-ADDR PIC X(50).
            05 FILLER         PIC X(12).
      *
       FD CUSTOMER-MASTER.
      *     THE CUSTOMER MASTER, ONE RECORD PER CUSTOMER IN ASCENDING
      *     CUSTOMER-NUMBER ORDER . MUST STAY IN SYNC WITH PGM64.COB'S
      *     CUSTOMER-MASTER-REC LAYOUT
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 CU-ADDR-LINE1  PIC X(25).
            05 CU-ADDR-LINE2  PIC X(25).
            05 CU-ADDR-LINE3  PIC X(15).
            05 CU-WHOLD-FLAG  PIC X(1).
      *        "W" = TAX IS WITHHELD ON THIS CUSTOMER'S INTEREST AT
      *        THE YEAR-END RUN (SEE PGM95)
            05 CU-DECEASED-FLAG PIC X(1).
      *        "D" = THE BANK HAS BEEN NOTIFIED OF THE CUSTOMER'S
      *        DEATH (SEE THE PGM114 RELATIONSHIP REPORT)
            05 CU-DELIVERY-PREF PIC X(1).
      *        "E" = STATEMENTS GO ONLY TO THE E-STATEMENT EXTRACT,
      *        "B" = BOTH THE EXTRACT AND PAPER, "P" OR BLANK = PAPER
      *        ONLY (SEE PGM64)
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD CUSTOMER-MASTER-OUT.
      *     THE MAINTAINED CUSTOMER MASTER THE NEXT RUN READS, STILL IN
      *     ASCENDING CUSTOMER-NUMBER ORDER . SAME LAYOUT AS
      *     CUSTOMER-MASTER-REC ; DELETED CUSTOMERS DROP HERE
       01 CUSTOMER-MASTER-OUT-REC PIC X(160).
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
       FD OPERATOR-FILE.
      *     MUST STAY IN SYNC WITH PGM72.COB'S OPERATOR-REC LAYOUT .
      *     ANY OPERATOR ON FILE MAY ADD OR CHANGE A CUSTOMER ; A
      *     DELETE, A WITHHOLDING-FLAG CHANGE OR A DECEASED-FLAG
      *     CHANGE NEEDS LEVEL 2
       01 OPERATOR-REC.
           05 OPR-ID        PIC X(4).
            05 OPR-NAME      PIC X(20).
            05 OPR-LEVEL-X   PIC X(1).
            05 OPR-LEVEL REDEFINES OPR-LEVEL-X PIC 9(1).
            05 FILLER        PIC X(55).
      *
       FD CUSTOMER-JOURNAL.
      *     THE PERMANENT CUSTOMER-CHANGE JOURNAL, APPENDED RUN AFTER
      *     RUN THE WAY AUDITLOG IS : ONE ROW PER CHANGE APPLIED, WITH
      *     THE WHOLE CUSTOMER RECORD AS IT STOOD BEFORE AND AFTER .
      *     AN ADD HAS A BLANK BEFORE-IMAGE, A DELETE A BLANK AFTER-
      *     IMAGE . NEVER REWRITTEN, NEVER PURGED
       01 CUSTOMER-JOURNAL-REC.
           05 CJ-CUST-NO      PIC X(5).
            05 CJ-ACTION       PIC X(1).
            05 CJ-OPER-ID      PIC X(4).
            05 CJ-RUN-DATE     PIC 9(8).
            05 CJ-RUN-TIME     PIC 9(8).
            05 CJ-BEFORE-IMAGE PIC X(160).
            05 CJ-AFTER-IMAGE  PIC X(160).
            05 FILLER          PIC X(4).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS, SO THE JOURNAL IS
      *     DATED WITH THE BUSINESS DAY THE CHANGE TOOK EFFECT FOR .
      *     ABSENT MEANS SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD CARDS-SORTED.
      *     THE MAINTENANCE CARDS IN ASCENDING CUSTOMER-NUMBER ORDER,
      *     A WORK FILE CUT FRESH EACH RUN . SAME LAYOUT AS
      *     MAINT-CARD-REC
       01 CARDS-SORTED-REC.
           05 CS-CUST-NO     PIC X(5).
            05 CS-ACTION      PIC X(1).
            05 CS-OPER-ID     PIC X(4).
            05 CS-CUST-NAME   PIC X(20).
            05 CS-ADDR-LINE1  PIC X(25).
            05 CS-ADDR-LINE2  PIC X(25).
            05 CS-ADDR-LINE3  PIC X(15).
            05 CS-WHOLD-FLAG  PIC X(1).
            05 CS-DECEASED-FLAG PIC X(1).
            05 CS-DELIVERY-PREF PIC X(1).
            05 CS-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(12).
      *
       SD CARD-SORT-FILE.
       01 CARD-SORT-REC.
           05 CSR-CUST-NO    PIC X(5).
            05 FILLER         PIC X(155).
      *
       FD ACCTS-SORTED.
      *     THE NEW-MASTER'S ACCOUNTS IN ASCENDING OWNING-CUSTOMER
      *     ORDER, A WORK FILE CUT FRESH EACH RUN . READ FORWARD IN
      *     STEP WITH THE CUSTOMER MERGE, SO THE OPEN-ACCOUNT TEST
      *     NEEDS NO IN-CORE TABLE AND HAS NO CEILING
       01 ACCTS-SORTED-REC.
           05 AS-ACCT-NO     PIC X(5).
            05 FILLER         PIC X(58).
            05 AS-CUST-NO     PIC X(5).
            05 FILLER         PIC X(12).
      *
       SD ACCT-SORT-FILE.
       01 ACCT-SORT-REC.
           05 ASR-ACCT-NO    PIC X(5).
            05 FILLER         PIC X(58).
            05 ASR-CUST-NO    PIC X(5).
            05 FILLER         PIC X(12).
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
       01 WS-STATUS10  PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *SEQUENCE CONTROL . THE OLD CUSTOMER MASTER MUST ARRIVE, AND
      *THE NEW ONE MUST LEAVE, IN STRICTLY ASCENDING CUSTOMER-NUMBER
      *ORDER -- AN OUT-OF-SEQUENCE FILE IS FATAL RATHER THAN HANDED
      *ON TO PGM64
       01 WS-LAST-CU-IN     PIC X(5) VALUE LOW-VALUES.
       01 WS-LAST-CU-OUT    PIC X(5) VALUE LOW-VALUES.
      *
      *THE CUSTOMER THE MERGE IS STANDING ON, AND ITS RECORD AS EACH
      *CARD LEAVES IT . WS-CUR-ON-FILE SAYS WHETHER THE CUSTOMER
      *EXISTS AT THIS POINT IN THE CARDS (AN ADD SETS IT, A DELETE
      *CLEARS IT), SO SEVERAL CARDS FOR ONE CUSTOMER APPLY IN TURN
       01 WS-CUR-CUST       PIC X(5) VALUE SPACES.
       01 WS-CUR-ON-FILE    PIC X(1) VALUE "N".
           88 CUST-ON-FILE       VALUE "Y".
           88 CUST-NOT-ON-FILE   VALUE "N".
       01 WS-CUR-OPEN-ACCTS PIC 9(5) VALUE ZERO.
       01 WS-CUST-IMAGE.
           05 WS-IMG-CUST-NO    PIC X(5).
            05 WS-IMG-CUST-NAME  PIC X(20).
            05 WS-IMG-ADDR-LINE1 PIC X(25).
            05 WS-IMG-ADDR-LINE2 PIC X(25).
            05 WS-IMG-ADDR-LINE3 PIC X(15).
            05 WS-IMG-WHOLD-FLAG PIC X(1).
            05 WS-IMG-DECEASED-FLAG PIC X(1).
            05 WS-IMG-DELIVERY-PREF PIC X(1).
               88 WS-IMG-ELECTRONIC  VALUE "E" "B".
            05 WS-IMG-EMAIL-ADDR PIC X(50).
            05 FILLER            PIC X(17).
       01 WS-BEFORE-IMAGE   PIC X(160) VALUE SPACES.
      *
      *CARD VALIDATION . A CARD THAT FAILS ANY TEST IS LISTED WITH
      *THE REASON AND CHANGES NOTHING
       01 WS-REJECT-REASON  PIC X(24) VALUE SPACES.
       01 WS-DISPOSITION    PIC X(24) VALUE SPACES.
       01 WS-EMAIL-AT-CNT   PIC 9(3) VALUE ZERO.
       01 WS-EMAIL-OK-FLAG  PIC X(1) VALUE "Y".
           88 EMAIL-OK            VALUE "Y".
           88 EMAIL-BAD           VALUE "N".
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
      *MAINTENANCE CONTROL TOTALS
       01 WS-MAINT-TOTALS.
           05 WS-CARD-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-CU-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CU-WRITE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ADDED-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-DELETED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECTED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-JOURNAL-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(35)
                VALUE "PGM99 CUSTOMER MASTER MAINTENANCE".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(8)  VALUE "CUST NO".
            05 FILLER          PIC X(4)  VALUE "ACT".
            05 FILLER          PIC X(6)  VALUE "OPER".
            05 FILLER          PIC X(22) VALUE "CUSTOMER NAME".
            05 FILLER          PIC X(24) VALUE "DISPOSITION".
      *
       01 WS-DETAIL-LINE.
           05 DL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-ACTION       PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-OPER-ID      PIC X(4).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DISPOSITION  PIC X(24).
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
            PERFORM 210-READ-CUSTOMER
            PERFORM 220-READ-ACCOUNT
            PERFORM 300-PROCESS-ONE-CUSTOMER
                UNTIL CS-CUST-NO = HIGH-VALUES
                AND CU-CUST-NO = HIGH-VALUES
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, loads the operator file, sorts the
      *cards by customer and the open accounts by owning customer,
      *and opens the files the merge walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 120-LOAD-OPERATORS
            SORT CARD-SORT-FILE
                ON ASCENDING KEY CSR-CUST-NO
                WITH DUPLICATES IN ORDER
                USING MAINT-CARDS
                GIVING CARDS-SORTED
            SORT ACCT-SORT-FILE
                ON ASCENDING KEY ASR-CUST-NO
                WITH DUPLICATES IN ORDER
                USING NEW-MASTER
                GIVING ACCTS-SORTED
            OPEN INPUT CARDS-SORTED
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT ACCTS-SORTED
            IF WS-STATUS10 NOT = 00
                MOVE "OPEN ACCTS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT CUSTOMER-MASTER-OUT
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN EXTEND CUSTOMER-JOURNAL
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 05
                MOVE "EXTEND CUSTOMER-JOURNAL" TO WS-ABEND-WHERE
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
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 125-LOAD-ONE-OPERATOR
                UNTIL WS-STATUS5 NOT = 00
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
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-READ-CARD.
      *
      *reads the next sorted maintenance card
      *
            READ CARDS-SORTED
                AT END MOVE HIGH-VALUES TO CS-CUST-NO
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CS-CUST-NO NOT = HIGH-VALUES
                ADD 1 TO WS-CARD-READ-CNT
            END-IF
            .
      *
       210-READ-CUSTOMER.
      *
      *reads the next old customer master record, refusing an
      *out-of-sequence file outright
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CU-CUST-NO NOT = HIGH-VALUES
                IF CU-CUST-NO NOT > WS-LAST-CU-IN
                    MOVE "CUSTMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CU-CUST-NO TO WS-LAST-CU-IN
                ADD 1 TO WS-CU-READ-CNT
            END-IF
            .
      *
       220-READ-ACCOUNT.
      *
      *reads the next open account in owning-customer order
      *
            READ ACCTS-SORTED
                AT END MOVE HIGH-VALUES TO AS-CUST-NO
            END-READ
            IF WS-STATUS10 NOT = 00 AND WS-STATUS10 NOT = 10
                MOVE "READ ACCTS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-PROCESS-ONE-CUSTOMER.
      *
      *is performed from 000-main-module . stands on the lower of the
      *next card's and the next master record's customer number,
      *takes the master record (if there is one) as the working
      *image, counts the customer's open accounts, applies every card
      *for the customer in turn, and writes the image out if the
      *customer still exists when the cards are done
      *
            IF CS-CUST-NO < CU-CUST-NO
                MOVE CS-CUST-NO TO WS-CUR-CUST
            ELSE
                MOVE CU-CUST-NO TO WS-CUR-CUST
            END-IF
            IF CU-CUST-NO = WS-CUR-CUST
                MOVE CUSTOMER-MASTER-REC TO WS-CUST-IMAGE
                SET CUST-ON-FILE TO TRUE
                PERFORM 210-READ-CUSTOMER
            ELSE
                MOVE SPACES TO WS-CUST-IMAGE
                SET CUST-NOT-ON-FILE TO TRUE
            END-IF
            PERFORM 310-COUNT-OPEN-ACCOUNTS
            PERFORM 320-APPLY-ONE-CARD
                UNTIL CS-CUST-NO NOT = WS-CUR-CUST
            IF CUST-ON-FILE
                PERFORM 380-WRITE-CUSTOMER-OUT
            END-IF
            .
      *
       310-COUNT-OPEN-ACCOUNTS.
      *
      *walks the accounts-by-customer file up to the current
      *customer, counting the open accounts the customer owns .
      *accounts with no owning customer, or owned by a customer the
      *merge has already passed, are stepped over
      *
            MOVE ZERO TO WS-CUR-OPEN-ACCTS
            PERFORM 220-READ-ACCOUNT
                UNTIL AS-CUST-NO NOT < WS-CUR-CUST
            PERFORM 315-COUNT-ONE-ACCOUNT
                UNTIL AS-CUST-NO NOT = WS-CUR-CUST
            .
      *
       315-COUNT-ONE-ACCOUNT.
      *
      *counts one open account for the current customer
      *
            ADD 1 TO WS-CUR-OPEN-ACCTS
            PERFORM 220-READ-ACCOUNT
            .
      *
       320-APPLY-ONE-CARD.
      *
      *is performed from 300-process-one-customer for each card for
      *the current customer . validates the card against the
      *customer as the earlier cards left it, then adds, changes or
      *deletes, journals the change, and lists the card
      *
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-DISPOSITION
            MOVE SPACES TO WS-BEFORE-IMAGE
            PERFORM 325-VALIDATE-OPERATOR
            PERFORM 328-CHECK-EMAIL-ADDR
            IF WS-REJECT-REASON = SPACES
                MOVE WS-CUST-IMAGE TO WS-BEFORE-IMAGE
                EVALUATE CS-ACTION
                    WHEN "A"
                        PERFORM 330-ADD-CUSTOMER
                    WHEN "C"
                        PERFORM 340-CHANGE-CUSTOMER
                    WHEN "D"
                        PERFORM 350-DELETE-CUSTOMER
                    WHEN OTHER
                        MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                MOVE WS-REJECT-REASON TO WS-DISPOSITION
                ADD 1 TO WS-REJECTED-CNT
            ELSE
                PERFORM 370-WRITE-JOURNAL
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE CS-CUST-NO TO DL-CUST-NO
            MOVE CS-ACTION TO DL-ACTION
            MOVE CS-OPER-ID TO DL-OPER-ID
            EVALUATE TRUE
                WHEN CUST-ON-FILE
                    MOVE WS-IMG-CUST-NAME TO DL-CUST-NAME
                WHEN WS-BEFORE-IMAGE NOT = SPACES
                    MOVE WS-BEFORE-IMAGE(6:20) TO DL-CUST-NAME
                WHEN OTHER
                    MOVE CS-CUST-NAME TO DL-CUST-NAME
            END-EVALUATE
            MOVE WS-DISPOSITION TO DL-DISPOSITION
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 200-READ-CARD
            .
      *
       325-VALIDATE-OPERATOR.
      *
      *the card must name a customer and carry an operator on the
      *operator file ; a delete, or any card touching the
      *withholding or deceased flag, needs level 2
      *
            MOVE "N" TO WS-OPR-FOUND
            MOVE ZERO TO WS-CARD-OPER-LEVEL
            PERFORM 327-TEST-ONE-OPERATOR
                VARYING OP-IDX FROM 1 BY 1
                UNTIL OP-IDX > WS-OPR-COUNT
                    OR OPERATOR-FOUND
            EVALUATE TRUE
                WHEN CS-CUST-NO = SPACES
                    MOVE "NO CUSTOMER NUMBER" TO WS-REJECT-REASON
                WHEN OPERATOR-NOT-FOUND
                    MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
                WHEN WS-CARD-OPER-LEVEL < 2
                        AND (CS-ACTION = "D"
                             OR CS-WHOLD-FLAG NOT = SPACE
                             OR CS-DECEASED-FLAG NOT = SPACE)
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
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
       328-CHECK-EMAIL-ADDR.
      *
      *an e-mail address keyed on the card must carry exactly one
      *"@" with something in front of it ; a lone "*" (clear) and a
      *blank field pass
      *
            SET EMAIL-OK TO TRUE
            IF CS-EMAIL-ADDR NOT = SPACES AND CS-EMAIL-ADDR NOT = "*"
                MOVE ZERO TO WS-EMAIL-AT-CNT
                INSPECT CS-EMAIL-ADDR TALLYING WS-EMAIL-AT-CNT
                    FOR ALL "@"
                IF WS-EMAIL-AT-CNT NOT = 1
                        OR CS-EMAIL-ADDR(1:1) = "@"
                        OR CS-EMAIL-ADDR(1:1) = SPACE
                    SET EMAIL-BAD TO TRUE
                END-IF
            END-IF
            .
      *
       330-ADD-CUSTOMER.
      *
      *is performed from 320-apply-one-card . a new customer needs a
      *name and a first address line, and must not already exist
      *
            EVALUATE TRUE
                WHEN CUST-ON-FILE
                    MOVE "CUSTOMER ALREADY ON FILE" TO WS-REJECT-REASON
                WHEN CS-CUST-NAME = SPACES
                    MOVE "NAME REQUIRED" TO WS-REJECT-REASON
                WHEN CS-ADDR-LINE1 = SPACES
                    MOVE "ADDRESS REQUIRED" TO WS-REJECT-REASON
                WHEN CS-WHOLD-FLAG NOT = SPACE
                        AND CS-WHOLD-FLAG NOT = "W"
                        AND CS-WHOLD-FLAG NOT = "N"
                    MOVE "INVALID WITHHOLD FLAG" TO WS-REJECT-REASON
                WHEN CS-DECEASED-FLAG NOT = SPACE
                        AND CS-DECEASED-FLAG NOT = "D"
                        AND CS-DECEASED-FLAG NOT = "N"
                    MOVE "INVALID DECEASED FLAG" TO WS-REJECT-REASON
                WHEN CS-DELIVERY-PREF NOT = SPACE
                        AND CS-DELIVERY-PREF NOT = "P"
                        AND CS-DELIVERY-PREF NOT = "E"
                        AND CS-DELIVERY-PREF NOT = "B"
                    MOVE "INVALID DELIVERY PREF" TO WS-REJECT-REASON
                WHEN EMAIL-BAD
                    MOVE "INVALID EMAIL ADDRESS" TO WS-REJECT-REASON
                WHEN (CS-DELIVERY-PREF = "E" OR CS-DELIVERY-PREF = "B")
                        AND (CS-EMAIL-ADDR = SPACES
                             OR CS-EMAIL-ADDR = "*")
                    MOVE "EMAIL ADDRESS REQUIRED" TO WS-REJECT-REASON
                WHEN OTHER
                    MOVE SPACES TO WS-CUST-IMAGE
                    MOVE CS-CUST-NO TO WS-IMG-CUST-NO
                    MOVE CS-CUST-NAME TO WS-IMG-CUST-NAME
                    MOVE CS-ADDR-LINE1 TO WS-IMG-ADDR-LINE1
                    MOVE CS-ADDR-LINE2 TO WS-IMG-ADDR-LINE2
                    MOVE CS-ADDR-LINE3 TO WS-IMG-ADDR-LINE3
                    IF CS-WHOLD-FLAG = "W"
                        MOVE "W" TO WS-IMG-WHOLD-FLAG
                    END-IF
                    IF CS-DECEASED-FLAG = "D"
                        MOVE "D" TO WS-IMG-DECEASED-FLAG
                    END-IF
                    IF CS-DELIVERY-PREF = SPACE
                        MOVE "P" TO WS-IMG-DELIVERY-PREF
                    ELSE
                        MOVE CS-DELIVERY-PREF TO WS-IMG-DELIVERY-PREF
                    END-IF
                    IF CS-EMAIL-ADDR NOT = "*"
                        MOVE CS-EMAIL-ADDR TO WS-IMG-EMAIL-ADDR
                    END-IF
                    SET CUST-ON-FILE TO TRUE
                    MOVE "ADDED" TO WS-DISPOSITION
                    ADD 1 TO WS-ADDED-CNT
            END-EVALUATE
            .
      *
       340-CHANGE-CUSTOMER.
      *
      *is performed from 320-apply-one-card . a keyed field replaces
      *the one on file ; a lone "*" clears address line 2 or 3 or the
      *e-mail address . a card that would leave the record exactly as
      *it was is refused so the journal holds only real changes, and
      *so is one that would leave electronic delivery with no e-mail
      *address to deliver to
      *
            EVALUATE TRUE
                WHEN CUST-NOT-ON-FILE
                    MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                WHEN CS-WHOLD-FLAG NOT = SPACE
                        AND CS-WHOLD-FLAG NOT = "W"
                        AND CS-WHOLD-FLAG NOT = "N"
                    MOVE "INVALID WITHHOLD FLAG" TO WS-REJECT-REASON
                WHEN CS-DECEASED-FLAG NOT = SPACE
                        AND CS-DECEASED-FLAG NOT = "D"
                        AND CS-DECEASED-FLAG NOT = "N"
                    MOVE "INVALID DECEASED FLAG" TO WS-REJECT-REASON
                WHEN CS-ADDR-LINE1 = "*"
                    MOVE "ADDRESS REQUIRED" TO WS-REJECT-REASON
                WHEN CS-DELIVERY-PREF NOT = SPACE
                        AND CS-DELIVERY-PREF NOT = "P"
                        AND CS-DELIVERY-PREF NOT = "E"
                        AND CS-DELIVERY-PREF NOT = "B"
                    MOVE "INVALID DELIVERY PREF" TO WS-REJECT-REASON
                WHEN EMAIL-BAD
                    MOVE "INVALID EMAIL ADDRESS" TO WS-REJECT-REASON
                WHEN OTHER
                    PERFORM 345-APPLY-CHANGED-FIELDS
                    EVALUATE TRUE
                        WHEN WS-CUST-IMAGE = WS-BEFORE-IMAGE
                            MOVE "NOTHING TO CHANGE"
                                TO WS-REJECT-REASON
                        WHEN WS-IMG-ELECTRONIC
                                AND WS-IMG-EMAIL-ADDR = SPACES
                            MOVE WS-BEFORE-IMAGE TO WS-CUST-IMAGE
                            MOVE "EMAIL ADDRESS REQUIRED"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            MOVE "CHANGED" TO WS-DISPOSITION
                            ADD 1 TO WS-CHANGED-CNT
                    END-EVALUATE
            END-EVALUATE
            .
      *
       345-APPLY-CHANGED-FIELDS.
      *
      *moves each keyed field of a change card onto the image
      *
            IF CS-CUST-NAME NOT = SPACES
                MOVE CS-CUST-NAME TO WS-IMG-CUST-NAME
            END-IF
            IF CS-ADDR-LINE1 NOT = SPACES
                MOVE CS-ADDR-LINE1 TO WS-IMG-ADDR-LINE1
            END-IF
            EVALUATE TRUE
                WHEN CS-ADDR-LINE2 = "*"
                    MOVE SPACES TO WS-IMG-ADDR-LINE2
                WHEN CS-ADDR-LINE2 NOT = SPACES
                    MOVE CS-ADDR-LINE2 TO WS-IMG-ADDR-LINE2
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            EVALUATE TRUE
                WHEN CS-ADDR-LINE3 = "*"
                    MOVE SPACES TO WS-IMG-ADDR-LINE3
                WHEN CS-ADDR-LINE3 NOT = SPACES
                    MOVE CS-ADDR-LINE3 TO WS-IMG-ADDR-LINE3
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            EVALUATE CS-WHOLD-FLAG
                WHEN "W"
                    MOVE "W" TO WS-IMG-WHOLD-FLAG
                WHEN "N"
                    MOVE SPACE TO WS-IMG-WHOLD-FLAG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            EVALUATE CS-DECEASED-FLAG
                WHEN "D"
                    MOVE "D" TO WS-IMG-DECEASED-FLAG
                WHEN "N"
                    MOVE SPACE TO WS-IMG-DECEASED-FLAG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF CS-DELIVERY-PREF NOT = SPACE
                MOVE CS-DELIVERY-PREF TO WS-IMG-DELIVERY-PREF
            END-IF
            EVALUATE TRUE
                WHEN CS-EMAIL-ADDR = "*"
                    MOVE SPACES TO WS-IMG-EMAIL-ADDR
                WHEN CS-EMAIL-ADDR NOT = SPACES
                    MOVE CS-EMAIL-ADDR TO WS-IMG-EMAIL-ADDR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *
       350-DELETE-CUSTOMER.
      *
      *is performed from 320-apply-one-card . a customer who still
      *owns an open account on new-master cannot be deleted -- the
      *account's statements would lose their mailing address
      *
            EVALUATE TRUE
                WHEN CUST-NOT-ON-FILE
                    MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                WHEN WS-CUR-OPEN-ACCTS > 0
                    MOVE "REFUSED-OPEN ACCOUNTS" TO WS-REJECT-REASON
                WHEN OTHER
                    MOVE SPACES TO WS-CUST-IMAGE
                    SET CUST-NOT-ON-FILE TO TRUE
                    MOVE "DELETED" TO WS-DISPOSITION
                    ADD 1 TO WS-DELETED-CNT
            END-EVALUATE
            .
      *
       370-WRITE-JOURNAL.
      *
      *appends one change to the permanent customer journal with the
      *record as it stood before the card and as the card left it
      *
            MOVE SPACES TO CUSTOMER-JOURNAL-REC
            MOVE CS-CUST-NO TO CJ-CUST-NO
            MOVE CS-ACTION TO CJ-ACTION
            MOVE CS-OPER-ID TO CJ-OPER-ID
            MOVE WS-RUN-DATE TO CJ-RUN-DATE
            ACCEPT CJ-RUN-TIME FROM TIME
            MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
            MOVE WS-CUST-IMAGE TO CJ-AFTER-IMAGE
            WRITE CUSTOMER-JOURNAL-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE CUSTOMER-JOURNAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-JOURNAL-CNT
            .
      *
       380-WRITE-CUSTOMER-OUT.
      *
      *is performed for every record written to the new customer
      *master . enforces strictly ascending customer-number sequence
      *so an out-of-sequence master can never reach pgm64
      *
            IF WS-IMG-CUST-NO NOT > WS-LAST-CU-OUT
                MOVE "CUSTNEW OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-IMG-CUST-NO TO WS-LAST-CU-OUT
            WRITE CUSTOMER-MASTER-OUT-REC FROM WS-CUST-IMAGE
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE CUSTOMER-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CU-WRITE-CNT
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one card line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
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
      *three heading lines followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the maintenance totals so the new customer master can
      *be proved as the old one plus the adds less the deletes
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CUSTMSTR IN " WS-CU-READ-CNT
                   "  ADDED " WS-ADDED-CNT
                   "  DELETED " WS-DELETED-CNT
                   "  OUT " WS-CU-WRITE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CARDS " WS-CARD-READ-CNT
                   "  CHANGED " WS-CHANGED-CNT
                   "  REJECTED " WS-REJECTED-CNT
                   "  JOURNALED " WS-JOURNAL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "MAINTENANCE CARDS READ .: " WS-CARD-READ-CNT
            DISPLAY "CUSTOMERS READ .........: " WS-CU-READ-CNT
            DISPLAY "CUSTOMERS ADDED ........: " WS-ADDED-CNT
            DISPLAY "CUSTOMERS CHANGED ......: " WS-CHANGED-CNT
            DISPLAY "CUSTOMERS DELETED ......: " WS-DELETED-CNT
            DISPLAY "CARDS REJECTED .........: " WS-REJECTED-CNT
            DISPLAY "JOURNAL ROWS WRITTEN ...: " WS-JOURNAL-CNT
            DISPLAY "CUSTOMERS WRITTEN ......: " WS-CU-WRITE-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE CARDS-SORTED
             ACCTS-SORTED
             CUSTOMER-MASTER
             CUSTOMER-MASTER-OUT
             CUSTOMER-JOURNAL
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or an out-of-sequence
      *master instead of handing on half a customer file
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM99 ABEND                          *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (MAINT-CARDS): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CUSTOMER-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (CUSTOMER-MASTER-OUT): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (NEW-MASTER): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (OPERATOR-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (CUSTOMER-JOURNAL): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (DATE-CARD): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (CARDS-SORTED): " WS-STATUS9
            DISPLAY "* WS-STATUS10 (ACCTS-SORTED): " WS-STATUS10
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
