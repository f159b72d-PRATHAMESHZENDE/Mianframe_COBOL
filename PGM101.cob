       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM101.
      *STANDING-ORDER FAILURE FEEDBACK : A PAYMENT PGM86 GENERATED
      *THAT THE POSTING RUN REFUSED -- AN OVERDRAFT REJECTION, A
      *HOLD -- USED TO LAND IN SUSPFILE WHILE THE ORDER, ITS
      *NEXT-DUE DATE ALREADY ROLLED FORWARD, NEVER FOUND OUT, SO THE
      *RENT WAS SIMPLY MISSED . THIS POST-POSTING RUN READS THE DAY'S
      *SUSPENSE FILE FOR THE ITEMS THE GATEWAY TAGGED AS STANDING-
      *ORDER ("S" IN SUS-SOURCE), AND MATCHES EACH BACK TO THE ORDER
      *THAT RAISED IT BY ACCOUNT, AMOUNT, TYPE (AND PARTNER ON A
      *TRANSFER) AND THE DATE PGM86 STAMPED ON THE ORDER . A FAILED
      *ORDER HAS ITS FAILURE COUNT RAISED AND A RETRY OWED, WHICH
      *PGM86 REGENERATES ON THE FOLLOWING BUSINESS DAYS ; A PAYMENT
      *THAT POSTS CLEARS THE COUNT . ONCE THE COUNT PASSES THE
      *RETRY LIMIT ON THE ACCOUNT'S PRODUCT (PM-SO-RETRY ON THE ROW
      *IN FORCE, DEFAULT 2 WHEN THE PRODUCT SETS NONE) THE ORDER IS
      *SUSPENDED AND A CUSTOMER NOTIFICATION RECORD IS WRITTEN . THE
      *ORDER MASTER ROLLS OLD-TO-NEW THE SAME WAY PGM86 ROLLS IT, AND
      *THE DAILY REPORT LISTS EVERY FAILED, RETRIED AND SUSPENDED
      *ORDER -- AND ANY "S" ITEM NO ORDER CLAIMED -- ON A PAGE PER
      *OWNING BRANCH . THE RETRY REPLACES THE SUSPENSE ITEM, SO
      *OPERATIONS REJECTS THOSE ITEMS IN PGM57 RATHER THAN RECYCLING
      *THEM
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "STORDMST"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ORDER-MASTER-OUT ASSIGN TO "STORDNEW"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMSTR"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NOTIFY-FILE ASSIGN TO "SONOTIFY"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FEEDBACK-WORK ASSIGN TO "SOFBWORK"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "SOFBRPT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ORDER-MASTER.
      *     THE STANDING-ORDER MASTER AS PGM86 LEFT IT THIS MORNING .
      *     MUST STAY IN SYNC WITH PGM86.COB'S ORDER-MASTER-REC LAYOUT
       01 ORDER-MASTER-REC.
           05 SO-ACCT-NO    COPY ACCTREC.
            05 SO-AMOUNT     PIC 9(7)V99.
            05 SO-TYPE       PIC X(1).
            05 SO-XFER-ACCT  PIC X(5).
            05 SO-FREQ       PIC X(1).
            05 SO-NEXT-DUE   PIC 9(8).
            05 SO-END-DATE   PIC 9(8).
            05 SO-STATUS     PIC X(1).
               88 SO-ORDER-SUSPENDED  VALUE "S".
            05 SO-FAIL-CNT-X PIC X(2).
            05 SO-FAIL-CNT REDEFINES SO-FAIL-CNT-X PIC 9(2).
            05 SO-RETRY-OWED-X PIC X(2).
            05 SO-RETRY-OWED REDEFINES SO-RETRY-OWED-X PIC 9(2).
            05 SO-LAST-GEN-DATE-X PIC X(8).
            05 SO-LAST-GEN-DATE REDEFINES SO-LAST-GEN-DATE-X
                                PIC 9(8).
            05 SO-LAST-GEN-KIND PIC X(1).
            05 SO-SUSP-DATE-X PIC X(8).
            05 SO-SUSP-DATE REDEFINES SO-SUSP-DATE-X PIC 9(8).
            05 FILLER        PIC X(21).
      *
       FD ORDER-MASTER-OUT.
      *     THE FED-BACK STANDING-ORDER MASTER PGM86 READS NEXT .
      *     SAME LAYOUT AS ORDER-MASTER-REC ; EVERY ORDER IS CARRIED
       01 ORDER-MASTER-OUT-REC PIC X(80).
      *
       FD SUSPENSE-FILE.
      *     THE DAY'S SUSPENSE FILE . MUST STAY IN SYNC WITH
      *     PGM52.COB'S SUSPENSE-REC LAYOUT
       01 SUSPENSE-REC.
           05 SUS-ACCT-NO   PIC X(5).
            05 SUS-AMOUNT    PIC 9(7)V99.
            05 SUS-TYPE      PIC X(1).
            05 SUS-REASON    PIC X(20).
            05 SUS-RUN-DATE  PIC 9(8).
            05 SUS-RUN-TIME  PIC 9(8).
            05 SUS-ORIGIN    PIC X(20).
            05 SUS-ORIG-TYPE PIC X(1).
            05 SUS-ORIG-DATE PIC 9(8).
            05 SUS-BRANCH-ID PIC X(3).
            05 SUS-TELLER-ID PIC X(4).
            05 SUS-XFER-ACCT PIC X(5).
            05 SUS-SOURCE    PIC X(1).
            05 FILLER        PIC X(6).
      *
       FD PRODUCT-MASTER.
      *     MUST STAY IN SYNC WITH PGM63.COB'S PRODUCT-MASTER-REC
      *     LAYOUT . ONLY THE STANDING-ORDER RETRY LIMIT IS USED
      *     HERE, FROM THE ROW IN FORCE ON THE BUSINESS DATE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 FILLER         PIC X(148).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 PM-SO-RETRY-X  PIC X(2).
            05 PM-SO-RETRY REDEFINES PM-SO-RETRY-X PIC 9(2).
            05 FILLER         PIC X(40).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM86 AND PGM52 READ . ABSENT
      *     MEANS SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD NOTIFY-FILE.
      *     ONE RECORD PER ORDER SUSPENDED TODAY, FOR THE CUSTOMER
      *     LETTER RUN : WHO, WHICH ORDER, HOW MANY TIMES IT FAILED
      *     AND WHY THE LAST ATTEMPT DID
       01 NOTIFY-REC.
           05 SON-ACCT-NO    PIC X(5).
            05 SON-CUST-NO    PIC X(5).
            05 SON-CUST-NAME  PIC X(20).
            05 SON-BRANCH     PIC X(3).
            05 SON-AMOUNT     PIC 9(7)V99.
            05 SON-TYPE       PIC X(1).
            05 SON-XFER-ACCT  PIC X(5).
            05 SON-FAIL-CNT   PIC 9(2).
            05 SON-REASON     PIC X(20).
            05 SON-SUSP-DATE  PIC 9(8).
            05 FILLER         PIC X(2).
      *
       FD FEEDBACK-WORK.
      *     ONE ROW PER REPORTABLE ORDER OR UNCLAIMED ITEM, WRITTEN
      *     DURING THE ORDER PASS AND SORTED BY OWNING BRANCH FOR THE
      *     REPORT . A WORK FILE CUT FRESH EACH RUN
       01 FEEDBACK-WORK-REC.
           05 FBW-BRANCH     PIC X(3).
            05 FBW-ACCT-NO    PIC X(5).
            05 FBW-CUST-NAME  PIC X(20).
            05 FBW-AMOUNT     PIC 9(7)V99.
            05 FBW-TYPE       PIC X(1).
            05 FBW-FAIL-CNT   PIC 9(2).
            05 FBW-LIMIT      PIC 9(2).
            05 FBW-OWED       PIC 9(2).
            05 FBW-DISPOSITION PIC X(12).
            05 FBW-REASON     PIC X(20).
            05 FILLER         PIC X(4).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-BRANCH      PIC X(3).
            05 SR-ACCT-NO     PIC X(5).
            05 SR-CUST-NAME   PIC X(20).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-TYPE        PIC X(1).
            05 SR-FAIL-CNT    PIC 9(2).
            05 SR-LIMIT       PIC 9(2).
            05 SR-OWED        PIC 9(2).
            05 SR-DISPOSITION PIC X(12).
            05 SR-REASON      PIC X(20).
            05 FILLER         PIC X(4).
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
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *THE RETRY LIMIT AN ORDER GETS WHEN ITS ACCOUNT'S PRODUCT IS
      *NOT ON THE PRODUCT MASTER OR SETS NONE : TWO RETRIES AFTER
      *THE FIRST FAILURE, SO THE THIRD FAILURE SUSPENDS THE ORDER
       01 WS-DEFAULT-RETRY-LIMIT PIC 9(2) VALUE 02.
      *
      *EVERY PRODUCT'S RETRY LIMIT IN FORCE ON THE BUSINESS DATE .
      *MORE THAN 50 PRODUCTS IS FATAL, THE SAME CEILING PGM71 USES
       01 WS-PROD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PROD-IDX.
               10 WS-PROD-CODE     PIC X(2).
               10 WS-PROD-RETRY    PIC 9(2).
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND       VALUE "Y".
           88 PRODUCT-NOT-FOUND   VALUE "N".
      *
      *THE DAY'S STANDING-ORDER SUSPENSE ITEMS . EACH IS CLAIMED BY
      *AT MOST ONE ORDER, SO TWO ORDERS FOR THE SAME AMOUNT ON ONE
      *ACCOUNT CANNOT BOTH FEED BACK ONE FAILURE . MORE THAN 500 IS
      *FATAL (SAME 500-ENTRY RULE THE SUITE'S BOUNDED TABLES USE)
       01 WS-SUS-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 500 TIMES
                   INDEXED BY ST-IDX.
               10 WS-ST-ACCT-NO    PIC X(5).
               10 WS-ST-AMOUNT     PIC 9(7)V99.
               10 WS-ST-TYPE       PIC X(1).
               10 WS-ST-ORIG-TYPE  PIC X(1).
               10 WS-ST-XFER-ACCT  PIC X(5).
               10 WS-ST-RUN-DATE   PIC 9(8).
               10 WS-ST-REASON     PIC X(20).
               10 WS-ST-CLAIMED    PIC X(1).
       01 WS-SUS-MATCH-FLAG  PIC X(1) VALUE "N".
           88 SUSPENSE-MATCHED      VALUE "Y".
           88 SUSPENSE-NOT-MATCHED  VALUE "N".
       01 WS-FAIL-REASON     PIC X(20) VALUE SPACES.
      *
      *THE ORDER'S ACCOUNT AS THE PGM50 VERIFICATION RETURNS IT, IN
      *NEW-MASTER LAYOUT : OWNING BRANCH, CUSTOMER AND PRODUCT
       01 WS-VERIFY-FOUND    PIC X(1) VALUE "N".
       01 WS-VERIFY-MASTER.
           05 VM-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(24).
            05 VM-CUST-NAME    PIC X(20).
            05 VM-BRANCH       PIC X(3).
            05 VM-PRODUCT      PIC X(2).
            05 FILLER          PIC X(9).
            05 VM-CUST-NO      PIC X(5).
            05 FILLER          PIC X(12).
       01 WS-ORDER-LIMIT     PIC 9(2) VALUE ZERO.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *FEEDBACK CONTROL TOTALS
       01 WS-FEEDBACK-TOTALS.
           05 WS-SUS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ORD-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-JUDGED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-FAILED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-RETRY-FAIL-CNT  PIC 9(7) VALUE ZERO.
           05 WS-RETRY-PAID-CNT  PIC 9(7) VALUE ZERO.
           05 WS-SUSPENDED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-NOTIFY-CNT      PIC 9(7) VALUE ZERO.
           05 WS-UNCLAIMED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-ORD-OUT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REPORT-ROW-CNT  PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . EVERY BRANCH
      *STARTS ON A FRESH PAGE SO ITS PAGES CAN GO TO THE BRANCH
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CUR-BRANCH      PIC X(3) VALUE LOW-VALUES.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(16) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM101 STANDING-ORDER FAILURE REPORT".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
            05 H2-BRANCH       PIC X(3).
            05 FILLER          PIC X(12) VALUE "   PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT NO".
            05 FILLER          PIC X(16) VALUE "CUSTOMER".
            05 FILLER          PIC X(10) VALUE "    AMOUNT".
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 FILLER          PIC X(3)  VALUE "TP".
            05 FILLER          PIC X(7)  VALUE "FAILS".
            05 FILLER          PIC X(4)  VALUE "OWE".
            05 FILLER          PIC X(13) VALUE "DISPOSITION".
            05 FILLER          PIC X(18) VALUE "REASON".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(15).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-TYPE         PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-FAIL-CNT     PIC Z9.
            05 FILLER          PIC X(1)  VALUE "/".
            05 DL-LIMIT        PIC 9(2).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-OWED         PIC Z9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DISPOSITION  PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-REASON       PIC X(18).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-ORDER
            PERFORM 300-PROCESS-ONE-ORDER
                UNTIL SO-ACCT-NO = HIGH-VALUES
            PERFORM 380-LIST-UNCLAIMED-ITEM
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > WS-SUS-COUNT
            CLOSE FEEDBACK-WORK
            SORT SORT-FILE
                ON ASCENDING KEY SR-BRANCH SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                USING FEEDBACK-WORK
                OUTPUT PROCEDURE IS 600-PRINT-BRANCH-REPORT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            CANCEL "PGM50"
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, tables the retry limits and the day's
      *standing-order suspense items, and opens the files the order
      *pass walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 150-LOAD-PRODUCT-LIMITS
            PERFORM 170-LOAD-ORDER-SUSPENSE
            OPEN INPUT ORDER-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN ORDER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT ORDER-MASTER-OUT
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN ORDER-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT NOTIFY-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN NOTIFY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT FEEDBACK-WORK
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN FEEDBACK-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS8 NOT = 00
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
            .
      *
       150-LOAD-PRODUCT-LIMITS.
      *
      *loads every product's retry limit from the product master .
      *an absent or empty master is not fatal -- every order then
      *gets the default limit
      *
            OPEN INPUT PRODUCT-MASTER
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 160-READ-PRODUCT
            PERFORM 165-LOAD-ONE-PRODUCT
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
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       165-LOAD-ONE-PRODUCT.
      *
      *files one product row when it is in force on the business
      *date . a later row for the code just tabled that is already in
      *force replaces it ; a row not yet in force is passed over
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
                PERFORM 167-FILE-PRODUCT-ROW
            END-IF
            PERFORM 160-READ-PRODUCT
            .
      *
       167-FILE-PRODUCT-ROW.
      *
      *picks the product's slot -- its own when the code is already
      *tabled, else the next free one -- and fills it from the row
      *in hand . a row that sets no retry limit takes the default
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
            IF PM-SO-RETRY-X IS NUMERIC
                MOVE PM-SO-RETRY TO WS-PROD-RETRY(WS-PROD-IDX)
            ELSE
                MOVE WS-DEFAULT-RETRY-LIMIT
                    TO WS-PROD-RETRY(WS-PROD-IDX)
            END-IF
            .
      *
       170-LOAD-ORDER-SUSPENSE.
      *
      *reads the day's suspense file once, tabling every item the
      *gateway tagged as a standing-order payment
      *
            OPEN INPUT SUSPENSE-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN SUSPENSE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 175-READ-SUSPENSE
            PERFORM 180-LOAD-ONE-SUSPENSE
                UNTIL END-OF-INPUT-FILE
            CLOSE SUSPENSE-FILE
            .
      *
       175-READ-SUSPENSE.
      *
      *reads the next suspense record
      *
            READ SUSPENSE-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ SUSPENSE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       180-LOAD-ONE-SUSPENSE.
      *
      *copies one standing-order item into the next free table slot
      *
            ADD 1 TO WS-SUS-READ-CNT
            IF SUS-SOURCE = "S"
                IF WS-SUS-COUNT >= 500
                    MOVE "MORE THAN 500 ORDER ITEMS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-SUS-COUNT
                SET ST-IDX TO WS-SUS-COUNT
                MOVE SUS-ACCT-NO TO WS-ST-ACCT-NO(ST-IDX)
                MOVE SUS-AMOUNT TO WS-ST-AMOUNT(ST-IDX)
                MOVE SUS-TYPE TO WS-ST-TYPE(ST-IDX)
                MOVE SUS-ORIG-TYPE TO WS-ST-ORIG-TYPE(ST-IDX)
                MOVE SUS-XFER-ACCT TO WS-ST-XFER-ACCT(ST-IDX)
                MOVE SUS-RUN-DATE TO WS-ST-RUN-DATE(ST-IDX)
                MOVE SUS-REASON TO WS-ST-REASON(ST-IDX)
                MOVE "N" TO WS-ST-CLAIMED(ST-IDX)
            END-IF
            PERFORM 175-READ-SUSPENSE
            .
      *
       200-READ-ORDER.
      *
      *reads the next standing order
      *
            READ ORDER-MASTER
                AT END MOVE HIGH-VALUES TO SO-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ ORDER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF SO-ACCT-NO NOT = HIGH-VALUES
                ADD 1 TO WS-ORD-READ-CNT
            END-IF
            .
      *
       300-PROCESS-ONE-ORDER.
      *
      *is performed from 000-main-module . only an active order that
      *pgm86 generated a payment for today is judged : a matching
      *suspense item means the payment failed, none means it posted
      *. every order is carried to the new master
      *
            PERFORM 305-CLEAN-FEEDBACK-FIELDS
            IF SO-LAST-GEN-DATE = WS-RUN-DATE
                    AND NOT SO-ORDER-SUSPENDED
                ADD 1 TO WS-JUDGED-CNT
                MOVE "N" TO WS-SUS-MATCH-FLAG
                IF WS-SUS-COUNT > 0
                    PERFORM 310-TEST-ONE-SUSPENSE
                        VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > WS-SUS-COUNT
                            OR SUSPENSE-MATCHED
                END-IF
                IF SUSPENSE-MATCHED
                    PERFORM 320-RECORD-FAILURE
                ELSE
                    PERFORM 330-RECORD-PAYMENT
                END-IF
            END-IF
            PERFORM 360-WRITE-ORDER-OUT
            PERFORM 200-READ-ORDER
            .
      *
       305-CLEAN-FEEDBACK-FIELDS.
      *
      *an order written before the feedback fields existed carries
      *spaces where the counts and dates now sit ; they read as zero
      *
            IF SO-FAIL-CNT-X NOT NUMERIC
                MOVE ZERO TO SO-FAIL-CNT
            END-IF
            IF SO-RETRY-OWED-X NOT NUMERIC
                MOVE ZERO TO SO-RETRY-OWED
            END-IF
            IF SO-LAST-GEN-DATE-X NOT NUMERIC
                MOVE ZERO TO SO-LAST-GEN-DATE
            END-IF
            IF SO-SUSP-DATE-X NOT NUMERIC
                MOVE ZERO TO SO-SUSP-DATE
            END-IF
            .
      *
       310-TEST-ONE-SUSPENSE.
      *
      *tests one unclaimed suspense item against the order in hand .
      *a transfer order's item is its money-out leg, naming the
      *order's partner account
      *
            IF WS-ST-CLAIMED(ST-IDX) = "N"
                    AND WS-ST-ACCT-NO(ST-IDX) = SO-ACCT-NO
                    AND WS-ST-AMOUNT(ST-IDX) = SO-AMOUNT
                    AND WS-ST-TYPE(ST-IDX) = SO-TYPE
                    AND WS-ST-RUN-DATE(ST-IDX) = SO-LAST-GEN-DATE
                IF SO-TYPE NOT = "T"
                        OR (WS-ST-ORIG-TYPE(ST-IDX) = "D"
                            AND WS-ST-XFER-ACCT(ST-IDX)
                                = SO-XFER-ACCT)
                    MOVE "Y" TO WS-ST-CLAIMED(ST-IDX)
                    MOVE WS-ST-REASON(ST-IDX) TO WS-FAIL-REASON
                    SET SUSPENSE-MATCHED TO TRUE
                END-IF
            END-IF
            .
      *
       320-RECORD-FAILURE.
      *
      *the payment generated today failed . the failure count rises
      *and the payment is owed again ; past the product's retry limit
      *the order is suspended instead and the customer is notified
      *
            PERFORM 325-FETCH-ACCOUNT
            IF SO-FAIL-CNT < 99
                ADD 1 TO SO-FAIL-CNT
            END-IF
            MOVE SPACES TO FEEDBACK-WORK-REC
            IF SO-FAIL-CNT > WS-ORDER-LIMIT
                MOVE "S" TO SO-STATUS
                MOVE WS-RUN-DATE TO SO-SUSP-DATE
                MOVE ZERO TO SO-RETRY-OWED
                MOVE "SUSPENDED" TO FBW-DISPOSITION
                ADD 1 TO WS-SUSPENDED-CNT
                PERFORM 340-WRITE-NOTIFICATION
            ELSE
                IF SO-RETRY-OWED < 99
                    ADD 1 TO SO-RETRY-OWED
                END-IF
                IF SO-LAST-GEN-KIND = "R"
                    MOVE "RETRY FAILED" TO FBW-DISPOSITION
                    ADD 1 TO WS-RETRY-FAIL-CNT
                ELSE
                    MOVE "FAILED" TO FBW-DISPOSITION
                    ADD 1 TO WS-FAILED-CNT
                END-IF
            END-IF
            MOVE WS-FAIL-REASON TO FBW-REASON
            PERFORM 350-WRITE-FEEDBACK-ROW
            .
      *
       325-FETCH-ACCOUNT.
      *
      *fetches the order's account for its branch, customer and
      *product, and the retry limit that product sets . an account
      *the verification no longer knows reports under a blank branch
      *with the default limit
      *
            MOVE SPACES TO WS-VERIFY-MASTER
            CALL "PGM50" USING SO-ACCT-NO WS-VERIFY-FOUND
                               WS-VERIFY-MASTER
            IF WS-VERIFY-FOUND = "N"
                MOVE SPACES TO WS-VERIFY-MASTER
            END-IF
            MOVE WS-DEFAULT-RETRY-LIMIT TO WS-ORDER-LIMIT
            MOVE "N" TO WS-PROD-FOUND
            IF WS-PROD-COUNT > 0 AND VM-PRODUCT NOT = SPACES
                PERFORM 327-TEST-ONE-PRODUCT
                    VARYING WS-PROD-IDX FROM 1 BY 1
                    UNTIL WS-PROD-IDX > WS-PROD-COUNT
                        OR PRODUCT-FOUND
            END-IF
            .
      *
       327-TEST-ONE-PRODUCT.
      *
      *tests one tabled product against the account's product code
      *
            IF WS-PROD-CODE(WS-PROD-IDX) = VM-PRODUCT
                MOVE WS-PROD-RETRY(WS-PROD-IDX) TO WS-ORDER-LIMIT
                SET PRODUCT-FOUND TO TRUE
            END-IF
            .
      *
       330-RECORD-PAYMENT.
      *
      *the payment generated today posted, so the consecutive-failure
      *count clears . a retry that posted is reported ; an order
      *with more payments still owed keeps retrying on later days
      *
            IF SO-LAST-GEN-KIND = "R"
                PERFORM 325-FETCH-ACCOUNT
                MOVE ZERO TO SO-FAIL-CNT
                MOVE SPACES TO FEEDBACK-WORK-REC
                MOVE "RETRY PAID" TO FBW-DISPOSITION
                ADD 1 TO WS-RETRY-PAID-CNT
                PERFORM 350-WRITE-FEEDBACK-ROW
            ELSE
                MOVE ZERO TO SO-FAIL-CNT
            END-IF
            .
      *
       340-WRITE-NOTIFICATION.
      *
      *writes the customer notification record for an order
      *suspended today
      *
            MOVE SPACES TO NOTIFY-REC
            MOVE SO-ACCT-NO TO SON-ACCT-NO
            MOVE VM-CUST-NO TO SON-CUST-NO
            MOVE VM-CUST-NAME TO SON-CUST-NAME
            MOVE VM-BRANCH TO SON-BRANCH
            MOVE SO-AMOUNT TO SON-AMOUNT
            MOVE SO-TYPE TO SON-TYPE
            MOVE SO-XFER-ACCT TO SON-XFER-ACCT
            MOVE SO-FAIL-CNT TO SON-FAIL-CNT
            MOVE WS-FAIL-REASON TO SON-REASON
            MOVE SO-SUSP-DATE TO SON-SUSP-DATE
            WRITE NOTIFY-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE NOTIFY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-NOTIFY-CNT
            .
      *
       350-WRITE-FEEDBACK-ROW.
      *
      *completes and writes one report row for the order in hand .
      *the caller has already set the disposition and any reason
      *
            MOVE VM-BRANCH TO FBW-BRANCH
            MOVE SO-ACCT-NO TO FBW-ACCT-NO
            MOVE VM-CUST-NAME TO FBW-CUST-NAME
            MOVE SO-AMOUNT TO FBW-AMOUNT
            MOVE SO-TYPE TO FBW-TYPE
            MOVE SO-FAIL-CNT TO FBW-FAIL-CNT
            MOVE WS-ORDER-LIMIT TO FBW-LIMIT
            MOVE SO-RETRY-OWED TO FBW-OWED
            WRITE FEEDBACK-WORK-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE FEEDBACK-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-REPORT-ROW-CNT
            .
      *
       360-WRITE-ORDER-OUT.
      *
      *carries one order forward to the new master
      *
            WRITE ORDER-MASTER-OUT-REC FROM ORDER-MASTER-REC
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE ORDER-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ORD-OUT-CNT
            .
      *
       380-LIST-UNCLAIMED-ITEM.
      *
      *a standing-order item no order claimed (the order was changed
      *or dropped since it generated) is listed under its account's
      *branch for the branch to chase by hand
      *
            IF WS-ST-CLAIMED(ST-IDX) = "N"
                MOVE SPACES TO WS-VERIFY-MASTER
                CALL "PGM50" USING WS-ST-ACCT-NO(ST-IDX)
                                   WS-VERIFY-FOUND
                                   WS-VERIFY-MASTER
                IF WS-VERIFY-FOUND = "N"
                    MOVE SPACES TO WS-VERIFY-MASTER
                END-IF
                MOVE SPACES TO FEEDBACK-WORK-REC
                MOVE VM-BRANCH TO FBW-BRANCH
                MOVE WS-ST-ACCT-NO(ST-IDX) TO FBW-ACCT-NO
                MOVE VM-CUST-NAME TO FBW-CUST-NAME
                MOVE WS-ST-AMOUNT(ST-IDX) TO FBW-AMOUNT
                MOVE WS-ST-TYPE(ST-IDX) TO FBW-TYPE
                MOVE ZERO TO FBW-FAIL-CNT
                MOVE ZERO TO FBW-LIMIT
                MOVE ZERO TO FBW-OWED
                MOVE "NO ORDER" TO FBW-DISPOSITION
                MOVE WS-ST-REASON(ST-IDX) TO FBW-REASON
                WRITE FEEDBACK-WORK-REC
                IF WS-STATUS7 NOT = 00
                    MOVE "WRITE FEEDBACK-WORK" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-UNCLAIMED-CNT
                ADD 1 TO WS-REPORT-ROW-CNT
            END-IF
            .
      *
       600-PRINT-BRANCH-REPORT.
      *
      *is the sort output procedure . prints the rows in branch
      *order, starting each branch on a fresh page
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 610-RETURN-NEXT-ROW
            PERFORM 620-PRINT-ONE-ROW
                UNTIL END-OF-INPUT-FILE
            .
      *
       610-RETURN-NEXT-ROW.
      *
      *returns the next sorted report row
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       620-PRINT-ONE-ROW.
      *
      *prints one report row, breaking to a new page on a change of
      *branch
      *
            IF SR-BRANCH NOT = WS-CUR-BRANCH
                MOVE SR-BRANCH TO WS-CUR-BRANCH
                MOVE 0 TO WS-LINE-COUNT
            END-IF
            MOVE SR-ACCT-NO TO DL-ACCT-NO
            MOVE SR-CUST-NAME TO DL-CUST-NAME
            MOVE SR-AMOUNT TO DL-AMOUNT
            MOVE SR-TYPE TO DL-TYPE
            MOVE SR-FAIL-CNT TO DL-FAIL-CNT
            MOVE SR-LIMIT TO DL-LIMIT
            MOVE SR-OWED TO DL-OWED
            MOVE SR-DISPOSITION TO DL-DISPOSITION
            MOVE SR-REASON TO DL-REASON
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 610-RETURN-NEXT-ROW
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one report line . starts a new page and reprints the
      *headings whenever the page fills up, the branch changes or
      *the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS8 NOT = 00
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
            MOVE WS-CUR-BRANCH TO H2-BRANCH
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
      *prints the feedback totals so the day's failures can be
      *proved against the suspense file's standing-order items
      *
            IF WS-PAGE-COUNT = 0
                MOVE "ALL" TO WS-CUR-BRANCH
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ORDER ITEMS " WS-SUS-COUNT
                   "  JUDGED " WS-JUDGED-CNT
                   "  FAILED " WS-FAILED-CNT
                   "  RETRY FAILED " WS-RETRY-FAIL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "RETRY PAID " WS-RETRY-PAID-CNT
                   "  SUSPENDED " WS-SUSPENDED-CNT
                   "  NO ORDER " WS-UNCLAIMED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "SUSPENSE ITEMS READ ....: " WS-SUS-READ-CNT
            DISPLAY "STANDING-ORDER ITEMS ...: " WS-SUS-COUNT
            DISPLAY "ORDERS READ ............: " WS-ORD-READ-CNT
            DISPLAY "ORDERS JUDGED TODAY ....: " WS-JUDGED-CNT
            DISPLAY "PAYMENTS FAILED ........: " WS-FAILED-CNT
            DISPLAY "RETRIES FAILED .........: " WS-RETRY-FAIL-CNT
            DISPLAY "RETRIES PAID ...........: " WS-RETRY-PAID-CNT
            DISPLAY "ORDERS SUSPENDED .......: " WS-SUSPENDED-CNT
            DISPLAY "NOTIFICATIONS WRITTEN ..: " WS-NOTIFY-CNT
            DISPLAY "ITEMS WITH NO ORDER ....: " WS-UNCLAIMED-CNT
            DISPLAY "ORDERS CARRIED FORWARD .: " WS-ORD-OUT-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE ORDER-MASTER
             ORDER-MASTER-OUT
             NOTIFY-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or an oversize table
      *instead of feeding back half a day's failures
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM101 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (ORDER-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (ORDER-MASTER-OUT): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (SUSPENSE-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (PRODUCT-MASTER): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (NOTIFY-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (FEEDBACK-WORK): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (REPORT-FILE): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
