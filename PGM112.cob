       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM112.
      *WEEKLY MASTER INTEGRITY SWEEP : EACH FIELD ON THE ACCOUNT
      *MASTER IS GUARDED ONLY WHERE IT IS USED, SO A BAD VALUE SITS
      *QUIETLY UNTIL SOME MONTHLY RUN TRIPS ON IT -- PGM64 ON AN
      *UNKNOWN NM-CUST-NO, PGM85 ON AN UNKNOWN NM-PRODUCT, PGM77 ON A
      *BRANCH MISSING FROM BRDIR . THIS RUN WALKS THE CERTIFIED
      *NEW-MASTER AND CROSS-CHECKS EVERY RECORD AGAINST THE CUSTOMER
      *MASTER, THE PRODUCT MASTER (THE ROW IN FORCE ON THE BUSINESS
      *DATE) AND THE BRANCH DIRECTORY . THE RULES :
      *  01 THE STATUS IS A VALID STATUS CODE
      *  02 THE NOTICE STAGE IS A VALID STAGE CODE
      *  03 STATUS AND NOTICE STAGE AGREE WITH NM-NOACT-CNT, BY THE
      *     SAME STAGES PGM52'S LIFECYCLE MOVES THEM AT (A BLOCKED
      *     ACCOUNT KEEPS ITS BLOCK, SO ONLY ITS STAGE IS TESTED)
      *  04 THE PRODUCT IS IN FORCE ON PRODMSTR
      *  05 THE OWNING CUSTOMER IS ON CUSTMSTR
      *  06 THE BRANCH IS ON THE BRANCH DIRECTORY
      *  07 THE STATEMENT CYCLE IS A REAL CYCLE
      *  08 THE OVERDRAFT LIMIT IS WITHIN THE PRODUCT'S ALLOWANCE
      *     (PM-OD-MAX ; A PRODUCT WITH NO ALLOWANCE SETS NO CEILING)
      *THE MASTER IS SORTED INTO CUSTOMER ORDER SO THE CUSTOMER TEST
      *IS A MATCH AGAINST CUSTMSTR RATHER THAN A TABLE ; EVERY
      *EXCEPTION GOES TO A WORK FILE, AND A SECOND SORT PRINTS THEM
      *GROUPED BY RULE WITH A COUNT PER RULE . EACH RUN'S COUNTS ARE
      *APPENDED TO THE PERMANENT INTEGRITY HISTORY (INTGHIST), AND
      *THE RUN ENDS WITH RETURN CODE 4 -- A WARNING, AFTER THE FULL
      *REPORT -- WHEN THE EXCEPTION COUNT HAS RISEN OVER THE LAST RUN
      *FOR AN EARLIER BUSINESS DATE . A BAD FILE ENDS WITH 12
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BRANCH-DIR ASSIGN TO "BRDIR"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "INTGRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EXCEPTION-WORK ASSIGN TO "INTGWORK"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INTEGRITY-HISTORY ASSIGN TO "INTGHIST"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT EXC-SORT-FILE ASSIGN TO "SORTWK2".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NEW-MASTER.
      *     THE LATEST CERTIFIED NEW-MASTER, READ BY THE SORT . MUST
      *     STAY IN SYNC WITH PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 NEW-MASTER-REC    PIC X(80).
      *
       FD CUSTOMER-MASTER.
      *     THE CUSTOMER MASTER, ONE RECORD PER CUSTOMER IN ASCENDING
      *     CUSTOMER-NUMBER ORDER . MUST STAY IN SYNC WITH PGM99.COB'S
      *     CUSTOMER-MASTER-REC LAYOUT
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 FILLER         PIC X(135).
      *
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER . MUST STAY IN SYNC WITH PGM63.COB'S
      *     PRODUCT-MASTER-REC LAYOUT . ONLY THE OVERDRAFT ALLOWANCE
      *     IS USED HERE, FROM THE ROW IN FORCE ON THE BUSINESS DATE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 FILLER         PIC X(148).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 FILLER         PIC X(9).
            05 PM-OD-MAX-X    PIC X(9).
            05 PM-OD-MAX REDEFINES PM-OD-MAX-X PIC 9(7)V99.
            05 PM-NSF-FEE-X   PIC X(7).
            05 PM-NSF-FEE REDEFINES PM-NSF-FEE-X PIC 9(5)V99.
            05 PM-NSF-CAP-X   PIC X(7).
            05 PM-NSF-CAP REDEFINES PM-NSF-CAP-X PIC 9(5)V99.
            05 FILLER         PIC X(10).
      *
       FD BRANCH-DIR.
      *     THE BRANCH DIRECTORY . MUST STAY IN SYNC WITH PGM61.COB'S
      *     BRANCH-DIR-REC LAYOUT
       01 BRANCH-DIR-REC.
           05 BD-BRANCH     PIC X(3).
            05 BD-NAME       PIC X(20).
            05 BD-REGION     PIC X(10).
            05 BD-EXPECTED   PIC X(1).
            05 FILLER        PIC X(46).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD EXCEPTION-WORK.
      *     ONE ROW PER EXCEPTION FOUND, IN THE SHAPE THE SECOND SORT
      *     TAKES THEM
       01 EXCEPTION-WORK-REC PIC X(80).
      *
       FD INTEGRITY-HISTORY.
      *     PERMANENT AND APPEND-ONLY : ONE ROW PER SWEEP WITH THE
      *     ACCOUNTS CHECKED, THE EXCEPTIONS FOUND AND THE COUNT PER
      *     RULE, SO THE NEXT RUN CAN TELL WHETHER THINGS GOT WORSE
       01 INTEGRITY-HISTORY-REC.
           05 IH-RUN-DATE    PIC 9(8).
            05 IH-ACCT-CNT    PIC 9(7).
            05 IH-ERROR-CNT   PIC 9(7).
            05 IH-RULE-CNT    PIC 9(7) OCCURS 8 TIMES.
            05 FILLER         PIC X(22).
      *
       SD SORT-FILE.
      *     THE NEW-MASTER RECORD, LAID OUT AS PGM52.COB'S
      *     NEW-MASTER-REC, WITH CHARACTER VIEWS OF THE NUMERIC
      *     FIELDS THE SWEEP MUST TEST BEFORE TRUSTING
       01 SORT-REC.
           05 SR-ACCT-NO COPY ACCTREC.
            05 SR-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 SR-YTD-ACTIVITY PIC 9(9)V99.
            05 SR-NOACT-CNT-X PIC X(3).
            05 SR-NOACT-CNT REDEFINES SR-NOACT-CNT-X PIC 9(3).
            05 SR-CUST-NAME  PIC X(20).
            05 SR-BRANCH     PIC X(3).
            05 SR-PRODUCT    PIC X(2).
            05 SR-OD-LIMIT-X PIC X(9).
            05 SR-OD-LIMIT REDEFINES SR-OD-LIMIT-X PIC 9(7)V99.
            05 SR-CUST-NO    PIC X(5).
            05 SR-STMT-CYCLE PIC X(2).
            05 SR-STMT-CYCLE-N REDEFINES SR-STMT-CYCLE PIC 9(2).
            05 SR-STATUS     PIC X(1).
               88 SR-STATUS-VALID    VALUE " " "A" "D" "B" "P".
            05 SR-NOTICE-STG PIC X(1).
               88 SR-STAGE-VALID     VALUE " " "1" "2".
            05 FILLER        PIC X(8).
      *
       SD EXC-SORT-FILE.
      *     ONE EXCEPTION : THE RULE IT BROKE, THE ACCOUNT AND WHAT
      *     WAS WRONG
       01 EXC-SORT-REC.
           05 ES-RULE        PIC 9(2).
            05 ES-ACCT-NO     PIC X(5).
            05 ES-BRANCH      PIC X(3).
            05 ES-PRODUCT     PIC X(2).
            05 ES-CUST-NO     PIC X(5).
            05 ES-DETAIL      PIC X(40).
            05 FILLER         PIC X(23).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
      *
      *THE NO-ACTIVITY STAGES PGM52'S LIFECYCLE MOVES AN ACCOUNT AT :
      *DORMANT, FIRST NOTICE, THEN FINAL NOTICE WITH ESCHEAT-PENDING .
      *MUST STAY IN STEP WITH PGM52.COB'S THRESHOLDS
       01 WS-DORMANT-THRESHOLD   PIC 9(3) VALUE 003.
       01 WS-NOTICE1-THRESHOLD   PIC 9(3) VALUE 060.
       01 WS-ESCH-PEND-THRESHOLD PIC 9(3) VALUE 120.
      *
      *PGM64 RUNS ONE STATEMENT CYCLE A DAY, SO A REAL CYCLE IS A DAY
      *OF THE MONTH . A BLANK CYCLE STATEMENTS ONLY ON THE FULL-BANK
      *RUN AND IS VALID
       01 WS-MAX-CYCLE       PIC 9(2) VALUE 31.
      *
      *THE OVERDRAFT ALLOWANCE OF EACH PRODUCT'S ROW IN FORCE . MORE
      *THAN 50 PRODUCTS IS TREATED AS FATAL, THE SAME LIMIT PGM71 HAS
       01 WS-PROD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PROD-IDX.
               10 WS-PROD-CODE     PIC X(2).
               10 WS-PROD-OD-MAX-X PIC X(9).
               10 WS-PROD-OD-MAX REDEFINES WS-PROD-OD-MAX-X
                                   PIC 9(7)V99.
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
      *
      *THE BRANCH DIRECTORY'S CODES . MORE THAN 100 BRANCHES IS
      *FATAL, THE SAME LIMIT PGM77 HAS
       01 WS-DIR-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 100 TIMES
                   INDEXED BY DI-IDX.
               10 WS-DIR-BRANCH   PIC X(3).
       01 WS-DIR-FOUND-FLAG  PIC X(1) VALUE "N".
           88 DIR-BRANCH-FOUND      VALUE "Y".
           88 DIR-BRANCH-NOT-FOUND  VALUE "N".
      *
      *THE RULES, IN REPORT ORDER, AND THIS RUN'S AND THE LAST RUN'S
      *COUNT OF EACH
       01 WS-RULE-VALUES.
           05 FILLER PIC X(40) VALUE "STATUS CODE NOT A VALID STATUS".
           05 FILLER PIC X(40) VALUE "NOTICE STAGE NOT A VALID STAGE".
           05 FILLER PIC X(40)
               VALUE "STATUS/STAGE DISAGREE WITH NO-ACT COUNT".
           05 FILLER PIC X(40) VALUE "PRODUCT NOT IN FORCE ON PRODMSTR".
           05 FILLER PIC X(40) VALUE "CUSTOMER NOT ON CUSTMSTR".
           05 FILLER PIC X(40)
               VALUE "BRANCH NOT ON THE BRANCH DIRECTORY".
           05 FILLER PIC X(40) VALUE "STATEMENT CYCLE NOT A REAL CYCLE".
           05 FILLER PIC X(40)
               VALUE "OD LIMIT OVER THE PRODUCT ALLOWANCE".
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-DESC    PIC X(40) OCCURS 8 TIMES.
       01 WS-RULE-COUNT      PIC 9(2) VALUE 8.
       01 WS-RULE-COUNTS.
           05 WS-RULE-CNT     PIC 9(7) OCCURS 8 TIMES.
       01 WS-LAST-RULE-COUNTS.
           05 WS-LAST-RULE-CNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-RULE-SUB        PIC 9(2) VALUE ZERO.
      *
      *THE LAST SWEEP ON THE HISTORY FOR AN EARLIER BUSINESS DATE --
      *A RERUN OF THE SAME DATE IS NOT COMPARED WITH ITSELF
       01 WS-LAST-RUN-FLAG   PIC X(1) VALUE "N".
           88 LAST-RUN-FOUND      VALUE "Y".
           88 NO-LAST-RUN         VALUE "N".
       01 WS-LAST-RUN-DATE   PIC 9(8) VALUE ZERO.
       01 WS-LAST-ACCT-CNT   PIC 9(7) VALUE ZERO.
       01 WS-LAST-ERROR-CNT  PIC 9(7) VALUE ZERO.
      *
      *SWEEP CONTROL TOTALS
       01 WS-SWEEP-TOTALS.
           05 WS-ACCT-CNT       PIC 9(7) VALUE ZERO.
           05 WS-ACCT-ERR-CNT   PIC 9(7) VALUE ZERO.
           05 WS-ERROR-CNT      PIC 9(7) VALUE ZERO.
           05 WS-NO-CEILING-CNT PIC 9(7) VALUE ZERO.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
       01 WS-ACCT-ERR-FLAG  PIC X(1) VALUE "N".
           88 ACCOUNT-HAS-ERROR      VALUE "Y".
           88 ACCOUNT-IS-CLEAN       VALUE "N".
      *
      *THE EXCEPTION BEING RAISED, AND THE LIFECYCLE THE ACCOUNT'S
      *NO-ACTIVITY COUNT CALLS FOR
       01 WS-EXC-RULE        PIC 9(2) VALUE ZERO.
       01 WS-EXC-DETAIL      PIC X(40) VALUE SPACES.
       01 WS-WANT-STATUS     PIC X(1) VALUE SPACE.
       01 WS-WANT-STAGE      PIC X(1) VALUE SPACE.
       01 WS-HAVE-STATUS     PIC X(1) VALUE SPACE.
       01 WS-ED-COUNT        PIC ZZ9.
       01 WS-ED-LIMIT        PIC ZZZZZZ9.99.
       01 WS-ED-MAX          PIC ZZZZZZ9.99.
      *
      *THE RULE BEING PRINTED
       01 WS-CUR-RULE        PIC 9(2) VALUE ZERO.
       01 WS-CUR-RULE-CNT    PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(80).
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM112 WEEKLY MASTER INTEGRITY SWEEP".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(9)  VALUE "ACCT NO.".
            05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(4)  VALUE "PR".
            05 FILLER          PIC X(7)  VALUE "CUST".
            05 FILLER          PIC X(40) VALUE "EXCEPTION".
      *
       01 WS-RULE-HEAD.
           05 FILLER          PIC X(5)  VALUE "RULE ".
            05 RH-RULE         PIC 99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RH-DESC         PIC X(40).
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-PRODUCT      PIC X(2).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DETAIL       PIC X(40).
      *
       01 WS-RULE-FOOT.
           05 FILLER          PIC X(7)  VALUE "  RULE ".
            05 RF-RULE         PIC 99.
            05 FILLER          PIC X(15) VALUE " EXCEPTIONS : ".
            05 RF-COUNT        PIC ZZZZZZ9.
      *
       01 WS-SUMMARY-HEAD.
           05 FILLER          PIC X(49) VALUE "RULE".
            05 FILLER          PIC X(10) VALUE "THIS RUN".
            05 FILLER          PIC X(10) VALUE "LAST RUN".
      *
       01 WS-SUMMARY-LINE.
           05 SL-RULE         PIC 99.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 SL-DESC         PIC X(40).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-THIS         PIC ZZZZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 SL-LAST         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 150-LOAD-PRODUCTS
            PERFORM 180-LOAD-BRANCH-DIR
            PERFORM 190-READ-LAST-RUN
            PERFORM 200-READ-CUSTOMER
            SORT SORT-FILE
                ON ASCENDING KEY SR-CUST-NO SR-ACCT-NO
                USING NEW-MASTER
                OUTPUT PROCEDURE IS 300-CHECK-ACCOUNTS
            CLOSE CUSTOMER-MASTER
                  EXCEPTION-WORK
            SORT EXC-SORT-FILE
                ON ASCENDING KEY ES-RULE ES-ACCT-NO
                WITH DUPLICATES IN ORDER
                USING EXCEPTION-WORK
                OUTPUT PROCEDURE IS 600-PRINT-EXCEPTIONS
            PERFORM 700-PRINT-SUMMARY-RTN
            PERFORM 750-WRITE-HISTORY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the report, the customer
      *master and the exception work file
      *
            PERFORM 110-GET-BUSINESS-DATE
            INITIALIZE WS-RULE-COUNTS
                       WS-LAST-RULE-COUNTS
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT EXCEPTION-WORK
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN EXCEPTION-WORK" TO WS-ABEND-WHERE
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
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
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
            DISPLAY "INTEGRITY SWEEP BUSINESS DATE : " WS-RUN-DATE
            .
      *
       150-LOAD-PRODUCTS.
      *
      *loads the overdraft allowance of every product's row in force
      *on the business date . the product master is required here --
      *without it every account would break rule 04
      *
            OPEN INPUT PRODUCT-MASTER
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 160-READ-PRODUCT
            PERFORM 170-LOAD-ONE-PRODUCT
                UNTIL PM-PRODUCT = HIGH-VALUES
            CLOSE PRODUCT-MASTER
            .
      *
       160-READ-PRODUCT.
      *
      *reads the next product master record
      *
            READ PRODUCT-MASTER
                AT END MOVE HIGH-VALUES TO PM-PRODUCT
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       170-LOAD-ONE-PRODUCT.
      *
      *tables one product row . a later row for the code just tabled
      *that is already in force on the business date replaces it ; a
      *row not yet in force is passed over
      *
            IF PM-EFF-DATE-X IS NUMERIC
                MOVE PM-EFF-DATE TO WS-PM-EFF-DATE
            ELSE
                MOVE ZERO TO WS-PM-EFF-DATE
            END-IF
            IF PM-PRODUCT < WS-LAST-PM-PRODUCT
                    OR (PM-PRODUCT = WS-LAST-PM-PRODUCT
                        AND WS-PM-EFF-DATE NOT > WS-LAST-PM-EFF)
                MOVE "PRODMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PM-PRODUCT TO WS-LAST-PM-PRODUCT
            MOVE WS-PM-EFF-DATE TO WS-LAST-PM-EFF
            IF WS-PM-EFF-DATE NOT > WS-RUN-DATE
                PERFORM 175-FILE-PRODUCT-ROW
            END-IF
            PERFORM 160-READ-PRODUCT
            .
      *
       175-FILE-PRODUCT-ROW.
      *
      *picks the product's slot -- its own when the code is already
      *tabled, else the next free one -- and fills it from the row
      *in hand
      *
            IF WS-PROD-COUNT = 0
                    OR WS-PROD-CODE(WS-PROD-COUNT) NOT = PM-PRODUCT
                IF WS-PROD-COUNT >= 50
                    MOVE "MORE THAN 50 PRODUCTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-PROD-COUNT
            END-IF
            SET WS-PROD-IDX TO WS-PROD-COUNT
            MOVE PM-PRODUCT TO WS-PROD-CODE(WS-PROD-IDX)
            MOVE PM-OD-MAX-X TO WS-PROD-OD-MAX-X(WS-PROD-IDX)
            .
      *
       180-LOAD-BRANCH-DIR.
      *
      *loads the branch directory's codes . the directory is
      *required here -- without it every account would break rule 06
      *
            OPEN INPUT BRANCH-DIR
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN BRANCH-DIR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 185-LOAD-ONE-DIR-ENTRY
                UNTIL WS-STATUS4 NOT = 00
            CLOSE BRANCH-DIR
            .
      *
       185-LOAD-ONE-DIR-ENTRY.
      *
      *copies one directory entry into the next free table slot
      *
            READ BRANCH-DIR
                AT END CONTINUE
                NOT AT END
                    IF WS-DIR-COUNT >= 100
                        MOVE "MORE THAN 100 BRANCHES"
                            TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-DIR-COUNT
                    SET DI-IDX TO WS-DIR-COUNT
                    MOVE BD-BRANCH TO WS-DIR-BRANCH(DI-IDX)
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ BRANCH-DIR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       190-READ-LAST-RUN.
      *
      *reads the integrity history, keeping the last sweep for an
      *earlier business date . absent on the first run
      *
            OPEN INPUT INTEGRITY-HISTORY
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN INTEGRITY-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 195-READ-ONE-HISTORY
                UNTIL WS-STATUS8 NOT = 00
            CLOSE INTEGRITY-HISTORY
            IF LAST-RUN-FOUND
                DISPLAY "COMPARED WITH THE SWEEP OF  : "
                        WS-LAST-RUN-DATE
            ELSE
                DISPLAY "NO EARLIER SWEEP ON THE INTEGRITY HISTORY"
            END-IF
            .
      *
       195-READ-ONE-HISTORY.
      *
      *reads one history row, keeping it when it is for an earlier
      *business date than this run's
      *
            READ INTEGRITY-HISTORY
                AT END CONTINUE
                NOT AT END
                    IF IH-RUN-DATE < WS-RUN-DATE
                        SET LAST-RUN-FOUND TO TRUE
                        MOVE IH-RUN-DATE TO WS-LAST-RUN-DATE
                        MOVE IH-ACCT-CNT TO WS-LAST-ACCT-CNT
                        MOVE IH-ERROR-CNT TO WS-LAST-ERROR-CNT
                        PERFORM 197-KEEP-ONE-RULE-CNT
                            VARYING WS-RULE-SUB FROM 1 BY 1
                            UNTIL WS-RULE-SUB > WS-RULE-COUNT
                    END-IF
            END-READ
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 10
                MOVE "READ INTEGRITY-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       197-KEEP-ONE-RULE-CNT.
      *
      *keeps one rule's count from the history row in hand
      *
            MOVE IH-RULE-CNT(WS-RULE-SUB)
                TO WS-LAST-RULE-CNT(WS-RULE-SUB)
            .
      *
       200-READ-CUSTOMER.
      *
      *reads the next customer master record
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-CHECK-ACCOUNTS.
      *
      *is the first sort's output procedure . checks every account
      *in customer order
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 310-RETURN-ACCOUNT
            PERFORM 320-CHECK-ONE-ACCOUNT
                UNTIL END-OF-INPUT-FILE
            .
      *
       310-RETURN-ACCOUNT.
      *
      *returns the next sorted account
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       320-CHECK-ONE-ACCOUNT.
      *
      *runs every rule against the account in hand
      *
            ADD 1 TO WS-ACCT-CNT
            SET ACCOUNT-IS-CLEAN TO TRUE
            PERFORM 330-CHECK-STATUS
            PERFORM 340-CHECK-PRODUCT
            PERFORM 350-CHECK-CUSTOMER
            PERFORM 360-CHECK-BRANCH
            PERFORM 370-CHECK-CYCLE
            IF ACCOUNT-HAS-ERROR
                ADD 1 TO WS-ACCT-ERR-CNT
            END-IF
            PERFORM 310-RETURN-ACCOUNT
            .
      *
       330-CHECK-STATUS.
      *
      *rules 01 to 03 : the status and notice stage are valid codes,
      *and agree with the no-activity count
      *
            IF NOT SR-STATUS-VALID
                MOVE 1 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "STATUS CODE '" SR-STATUS "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            IF NOT SR-STAGE-VALID
                MOVE 2 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "NOTICE STAGE CODE '" SR-NOTICE-STG "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            IF SR-NOACT-CNT-X IS NUMERIC
                PERFORM 335-CHECK-LIFECYCLE
            ELSE
                MOVE 3 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "NO-ACT COUNT NOT NUMERIC '" SR-NOACT-CNT-X
                       "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            .
      *
       335-CHECK-LIFECYCLE.
      *
      *works out the status and stage pgm52 would have left at this
      *no-activity count and compares . a blank status is active,
      *as on records from before the field existed ; a blocked
      *account keeps its block through dormancy, so only its stage
      *is compared . a code already broken under rule 01 or 02 is
      *not compared again
      *
            EVALUATE TRUE
                WHEN SR-NOACT-CNT NOT < WS-ESCH-PEND-THRESHOLD
                    MOVE "P" TO WS-WANT-STATUS
                    MOVE "2" TO WS-WANT-STAGE
                WHEN SR-NOACT-CNT NOT < WS-NOTICE1-THRESHOLD
                    MOVE "D" TO WS-WANT-STATUS
                    MOVE "1" TO WS-WANT-STAGE
                WHEN SR-NOACT-CNT NOT < WS-DORMANT-THRESHOLD
                    MOVE "D" TO WS-WANT-STATUS
                    MOVE SPACE TO WS-WANT-STAGE
                WHEN OTHER
                    MOVE "A" TO WS-WANT-STATUS
                    MOVE SPACE TO WS-WANT-STAGE
            END-EVALUATE
            MOVE SR-NOACT-CNT TO WS-ED-COUNT
            IF SR-STATUS = SPACE
                MOVE "A" TO WS-HAVE-STATUS
            ELSE
                MOVE SR-STATUS TO WS-HAVE-STATUS
            END-IF
            IF SR-STATUS-VALID AND SR-STATUS NOT = "B"
                    AND WS-HAVE-STATUS NOT = WS-WANT-STATUS
                MOVE 3 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "STATUS '" SR-STATUS "' AT NO-ACT "
                       WS-ED-COUNT " WANTS '" WS-WANT-STATUS "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            IF SR-STAGE-VALID
                    AND SR-NOTICE-STG NOT = WS-WANT-STAGE
                MOVE 3 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "STAGE '" SR-NOTICE-STG "' AT NO-ACT "
                       WS-ED-COUNT " WANTS '" WS-WANT-STAGE "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            .
      *
       340-CHECK-PRODUCT.
      *
      *rules 04 and 08 : the product has a row in force, and the
      *overdraft limit is within that row's allowance . a product
      *with no allowance sets no ceiling and is only counted
      *
            SET PRODUCT-NOT-FOUND TO TRUE
            PERFORM 345-FIND-PRODUCT
                VARYING WS-PROD-IDX FROM 1 BY 1
                UNTIL WS-PROD-IDX > WS-PROD-COUNT
                    OR PRODUCT-FOUND
            IF PRODUCT-NOT-FOUND
                MOVE 4 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "PRODUCT '" SR-PRODUCT "' NOT IN FORCE"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            IF SR-OD-LIMIT-X IS NOT NUMERIC
                MOVE 8 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "OD LIMIT NOT NUMERIC '" SR-OD-LIMIT-X "'"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            ELSE
                IF PRODUCT-FOUND
                    PERFORM 348-CHECK-OD-LIMIT
                END-IF
            END-IF
            .
      *
       345-FIND-PRODUCT.
      *
      *tests one product table entry for a match . the varying
      *steps the index once more after a match, so it is set back
      *
            IF WS-PROD-CODE(WS-PROD-IDX) = SR-PRODUCT
                SET PRODUCT-FOUND TO TRUE
                SET WS-PROD-IDX DOWN BY 1
            END-IF
            .
      *
       348-CHECK-OD-LIMIT.
      *
      *compares the account's limit with its product's allowance
      *
            IF WS-PROD-OD-MAX-X(WS-PROD-IDX) IS NOT NUMERIC
                ADD 1 TO WS-NO-CEILING-CNT
            ELSE
                IF SR-OD-LIMIT > WS-PROD-OD-MAX(WS-PROD-IDX)
                    MOVE SR-OD-LIMIT TO WS-ED-LIMIT
                    MOVE WS-PROD-OD-MAX(WS-PROD-IDX) TO WS-ED-MAX
                    MOVE 8 TO WS-EXC-RULE
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING "LIMIT " WS-ED-LIMIT " OVER " WS-ED-MAX
                        DELIMITED BY SIZE INTO WS-EXC-DETAIL
                    PERFORM 450-WRITE-EXCEPTION
                END-IF
            END-IF
            .
      *
       350-CHECK-CUSTOMER.
      *
      *rule 05 : the owning customer is on the customer master . the
      *accounts arrive in customer order, so the customer master is
      *walked forward alongside them
      *
            IF SR-CUST-NO = SPACES
                MOVE 5 TO WS-EXC-RULE
                MOVE "NO OWNING CUSTOMER NUMBER" TO WS-EXC-DETAIL
                PERFORM 450-WRITE-EXCEPTION
            ELSE
                PERFORM 200-READ-CUSTOMER
                    UNTIL CU-CUST-NO NOT < SR-CUST-NO
                IF CU-CUST-NO NOT = SR-CUST-NO
                    MOVE 5 TO WS-EXC-RULE
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING "CUSTOMER " SR-CUST-NO " NOT ON FILE"
                        DELIMITED BY SIZE INTO WS-EXC-DETAIL
                    PERFORM 450-WRITE-EXCEPTION
                END-IF
            END-IF
            .
      *
       360-CHECK-BRANCH.
      *
      *rule 06 : the owning branch is on the branch directory
      *
            SET DIR-BRANCH-NOT-FOUND TO TRUE
            PERFORM 365-FIND-BRANCH
                VARYING DI-IDX FROM 1 BY 1
                UNTIL DI-IDX > WS-DIR-COUNT
                    OR DIR-BRANCH-FOUND
            IF DIR-BRANCH-NOT-FOUND
                MOVE 6 TO WS-EXC-RULE
                MOVE SPACES TO WS-EXC-DETAIL
                IF SR-BRANCH = SPACES
                    MOVE "NO OWNING BRANCH" TO WS-EXC-DETAIL
                ELSE
                    STRING "BRANCH " SR-BRANCH " NOT ON BRDIR"
                        DELIMITED BY SIZE INTO WS-EXC-DETAIL
                END-IF
                PERFORM 450-WRITE-EXCEPTION
            END-IF
            .
      *
       365-FIND-BRANCH.
      *
      *tests one branch directory entry for a match
      *
            IF WS-DIR-BRANCH(DI-IDX) = SR-BRANCH
                SET DIR-BRANCH-FOUND TO TRUE
            END-IF
            .
      *
       370-CHECK-CYCLE.
      *
      *rule 07 : a statement cycle, when there is one, is a day of
      *the month
      *
            IF SR-STMT-CYCLE NOT = SPACES
                IF SR-STMT-CYCLE IS NUMERIC
                    IF SR-STMT-CYCLE-N < 1
                            OR SR-STMT-CYCLE-N > WS-MAX-CYCLE
                        PERFORM 375-WRITE-BAD-CYCLE
                    END-IF
                ELSE
                    PERFORM 375-WRITE-BAD-CYCLE
                END-IF
            END-IF
            .
      *
       375-WRITE-BAD-CYCLE.
      *
      *raises rule 07 for the account in hand
      *
            MOVE 7 TO WS-EXC-RULE
            MOVE SPACES TO WS-EXC-DETAIL
            STRING "STATEMENT CYCLE '" SR-STMT-CYCLE "'"
                DELIMITED BY SIZE INTO WS-EXC-DETAIL
            PERFORM 450-WRITE-EXCEPTION
            .
      *
       450-WRITE-EXCEPTION.
      *
      *writes the exception in ws-exc-rule/ws-exc-detail for the
      *account in hand to the work file and counts it
      *
            MOVE SPACES TO EXC-SORT-REC
            MOVE WS-EXC-RULE TO ES-RULE
            MOVE SR-ACCT-NO TO ES-ACCT-NO
            MOVE SR-BRANCH TO ES-BRANCH
            MOVE SR-PRODUCT TO ES-PRODUCT
            MOVE SR-CUST-NO TO ES-CUST-NO
            MOVE WS-EXC-DETAIL TO ES-DETAIL
            WRITE EXCEPTION-WORK-REC FROM EXC-SORT-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE EXCEPTION-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-RULE-CNT(WS-EXC-RULE)
            ADD 1 TO WS-ERROR-CNT
            SET ACCOUNT-HAS-ERROR TO TRUE
            .
      *
       600-PRINT-EXCEPTIONS.
      *
      *is the second sort's output procedure . prints the exceptions
      *one rule at a time, each rule under its own heading and closed
      *with its count
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 610-RETURN-EXCEPTION
            IF END-OF-INPUT-FILE
                MOVE "NO EXCEPTIONS FOUND" TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            PERFORM 620-PRINT-ONE-RULE
                UNTIL END-OF-INPUT-FILE
            .
      *
       610-RETURN-EXCEPTION.
      *
      *returns the next sorted exception
      *
            RETURN EXC-SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       620-PRINT-ONE-RULE.
      *
      *prints every exception of the rule in hand
      *
            MOVE ES-RULE TO WS-CUR-RULE
            MOVE ZERO TO WS-CUR-RULE-CNT
            MOVE WS-CUR-RULE TO RH-RULE
            MOVE WS-RULE-DESC(WS-CUR-RULE) TO RH-DESC
            MOVE WS-RULE-HEAD TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            PERFORM 630-PRINT-ONE-EXCEPTION
                UNTIL END-OF-INPUT-FILE OR ES-RULE NOT = WS-CUR-RULE
            MOVE WS-CUR-RULE TO RF-RULE
            MOVE WS-CUR-RULE-CNT TO RF-COUNT
            MOVE WS-RULE-FOOT TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            .
      *
       630-PRINT-ONE-EXCEPTION.
      *
      *prints one exception line
      *
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE ES-ACCT-NO TO DL-ACCT-NO
            MOVE ES-BRANCH TO DL-BRANCH
            MOVE ES-PRODUCT TO DL-PRODUCT
            MOVE ES-CUST-NO TO DL-CUST-NO
            MOVE ES-DETAIL TO DL-DETAIL
            MOVE WS-DETAIL-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            ADD 1 TO WS-CUR-RULE-CNT
            PERFORM 610-RETURN-EXCEPTION
            .
      *
       400-PRINT-LINE.
      *
      *prints the line already moved to report-line, starting a new
      *page whenever the page fills up
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page . the line waiting in report-line is kept
      *across the headings
      *
            MOVE REPORT-LINE TO WS-HOLD-LINE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HOLD-LINE TO REPORT-LINE
            .
      *
       700-PRINT-SUMMARY-RTN.
      *
      *prints every rule's count beside the last run's, the sweep
      *totals, and the verdict . a rise in exceptions over the last
      *run ends the step with return code 4
      *
            MOVE WS-SUMMARY-HEAD TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            PERFORM 710-PRINT-ONE-RULE-COUNT
                VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ACCOUNTS CHECKED " WS-ACCT-CNT
                   "  WITH EXCEPTIONS " WS-ACCT-ERR-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "EXCEPTIONS THIS RUN " WS-ERROR-CNT
                   "  NO OD CEILING " WS-NO-CEILING-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            IF LAST-RUN-FOUND
                STRING "LAST RUN " WS-LAST-RUN-DATE
                       "  ACCOUNTS " WS-LAST-ACCT-CNT
                       "  EXCEPTIONS " WS-LAST-ERROR-CNT
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                MOVE "NO EARLIER SWEEP ON THE INTEGRITY HISTORY"
                    TO REPORT-LINE
            END-IF
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            IF LAST-RUN-FOUND AND WS-ERROR-CNT > WS-LAST-ERROR-CNT
                MOVE "RESULT: *** EXCEPTIONS ROSE SINCE LAST RUN ***"
                    TO REPORT-LINE
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "RESULT: NO RISE SINCE THE LAST RUN"
                    TO REPORT-LINE
            END-IF
            PERFORM 400-PRINT-LINE
            DISPLAY "ACCOUNTS CHECKED .......: " WS-ACCT-CNT
            DISPLAY "ACCOUNTS WITH EXCEPTIONS: " WS-ACCT-ERR-CNT
            DISPLAY "EXCEPTIONS THIS RUN ....: " WS-ERROR-CNT
            DISPLAY "EXCEPTIONS LAST RUN ....: " WS-LAST-ERROR-CNT
            IF RETURN-CODE = 4
                DISPLAY "RESULT: EXCEPTIONS ROSE SINCE THE LAST RUN"
            END-IF
            .
      *
       710-PRINT-ONE-RULE-COUNT.
      *
      *prints one rule's line of the summary
      *
            MOVE SPACES TO WS-SUMMARY-LINE
            MOVE WS-RULE-SUB TO SL-RULE
            MOVE WS-RULE-DESC(WS-RULE-SUB) TO SL-DESC
            MOVE WS-RULE-CNT(WS-RULE-SUB) TO SL-THIS
            MOVE WS-LAST-RULE-CNT(WS-RULE-SUB) TO SL-LAST
            MOVE WS-SUMMARY-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            .
      *
       750-WRITE-HISTORY-RTN.
      *
      *appends this sweep's counts to the permanent integrity
      *history for the next run to compare with
      *
            OPEN EXTEND INTEGRITY-HISTORY
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN INTEGRITY-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO INTEGRITY-HISTORY-REC
            MOVE WS-RUN-DATE TO IH-RUN-DATE
            MOVE WS-ACCT-CNT TO IH-ACCT-CNT
            MOVE WS-ERROR-CNT TO IH-ERROR-CNT
            PERFORM 760-FILE-ONE-RULE-CNT
                VARYING WS-RULE-SUB FROM 1 BY 1
                UNTIL WS-RULE-SUB > WS-RULE-COUNT
            WRITE INTEGRITY-HISTORY-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE INTEGRITY-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE INTEGRITY-HISTORY
            .
      *
       760-FILE-ONE-RULE-CNT.
      *
      *files one rule's count on the history row
      *
            MOVE WS-RULE-CNT(WS-RULE-SUB) TO IH-RULE-CNT(WS-RULE-SUB)
            .
      *
       500-CLOSE-RTN.
      *
      *closes the report
      *
            CLOSE REPORT-FILE
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status instead of reporting
      *on a partly-read master
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM112 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NEW-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CUSTOMER-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (PRODUCT-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (BRANCH-DIR): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (REPORT-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (EXCEPTION-WORK): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (INTEGRITY-HISTORY): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
