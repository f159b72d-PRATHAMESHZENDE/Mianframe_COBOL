       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM115.
      *NSF NOTICE AND RETURNED-DEBIT FEE RUN : A DEBIT PGM52'S
      *615-REJECT-OVERDRAFT REFUSED FOR INSUFFICIENT FUNDS USED TO
      *SIT IN SUSPFILE AND ON ODRPT WITHOUT THE CUSTOMER EVER BEING
      *TOLD . THIS RUN, AFTER PGM52 HAS POSTED THE DAY, READS THE
      *NSFITEM REFUSED-ITEM EXTRACT (THE SLICES CONCATENATED ON A
      *PARALLEL NIGHT), SORTS IT BY CUSTOMER THEN ACCOUNT AND :
      *  - WRITES ONE NSF NOTICE PER CUSTOMER TO NSFNOTE, A HEADER
      *    CARRYING THE CUSTMSTR MAILING ADDRESS FOLLOWED BY ONE LINE
      *    PER REFUSED ITEM ; A CUSTOMER NOT ON CUSTMSTR GETS A HEADER
      *    FLAGGED FOR THE BRANCH TO ADDRESS BY HAND ;
      *  - CHARGES EACH REFUSED ITEM THE NSF FEE OF THE ACCOUNT'S
      *    PRODUCT ROW IN FORCE ON THE BUSINESS DATE (PM-NSF-FEE), AS
      *    AN ORDINARY "D" DEBIT WRITTEN TO NSFTRN, WHICH THE NEXT
      *    PGM74 GATEWAY RUN FEEDS INTO TRANFILE UNDER SOURCE "N" .
      *    NO ACCOUNT IS CHARGED MORE THAN ITS PRODUCT'S PM-NSF-CAP
      *    FOR ONE DAY'S REFUSALS ; THE FEE THAT WOULD PASS THE CAP
      *    IS CUT DOWN TO IT . AN ITEM THAT CAME BACK THROUGH PGM57
      *    (SOURCE "R") WAS CHARGED WHEN IT WAS FIRST REFUSED AND IS
      *    NOTIFIED BUT NOT CHARGED AGAIN, AND A SYSTEM-GENERATED
      *    DEBIT (ACCRUAL, ESCHEAT, FEE, LOAN, MATURITY, NSF FEE OR
      *    PAYROLL SOURCE) IS NEVER CHARGED -- A FEE ON A FEE ;
      *  - PRINTS A REGISTER OF EVERY ITEM WITH THE NSF ITEMS AND
      *    FEES TOTALLED BY BRANCH
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NSF-ITEM-FILE ASSIGN TO "NSFITEM"
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
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NSF-FEE-FILE ASSIGN TO "NSFTRN"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NOTICE-FILE ASSIGN TO "NSFNOTE"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "NSFRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NSF-ITEM-FILE.
      *     THE DAY'S REFUSED ITEMS, ONE PER DEBIT (OR MONEY-OUT
      *     TRANSFER LEG) PGM52 VOIDED FOR INSUFFICIENT FUNDS . MUST
      *     STAY IN SYNC WITH PGM52.COB'S NSF-ITEM-REC LAYOUT
       01 NSF-ITEM-REC.
           05 NI-ACCT-NO    PIC X(5).
            05 NI-CUST-NO    PIC X(5).
            05 NI-CUST-NAME  PIC X(20).
            05 NI-BRANCH     PIC X(3).
            05 NI-PRODUCT    PIC X(2).
            05 NI-AMOUNT     PIC 9(7)V99.
            05 NI-TYPE       PIC X(1).
            05 NI-EFF-DATE   PIC 9(8).
            05 NI-SOURCE     PIC X(1).
            05 NI-XFER-ACCT  PIC X(5).
            05 NI-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 NI-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(3).
      *
       FD CUSTOMER-MASTER.
      *     THE CUSTOMER MASTER, ASCENDING CUSTOMER NUMBER . MUST STAY
      *     IN SYNC WITH PGM95.COB'S CUSTOMER-MASTER-REC LAYOUT . THIS
      *     PROGRAM USES THE NAME AND MAILING ADDRESS
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
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER . MUST STAY IN SYNC WITH PGM63.COB'S
      *     PRODUCT-MASTER-REC LAYOUT . THIS PROGRAM USES THE NSF FEE
      *     AND DAILY NSF FEE CAP OF THE ROW IN FORCE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 PM-DESC        PIC X(20).
            05 PM-TIER-SET OCCURS 4 TIMES.
               10 PM-TIER-LOW   PIC 9(7)V99.
               10 PM-TIER-HIGH  PIC 9(7)V99.
               10 PM-TIER-PCT   PIC V999.
            05 PM-MAINT-FEE   PIC 9(5)V99.
            05 PM-DORM-FEE    PIC 9(5)V99.
            05 PM-HIGH-BAL    PIC 9(7)V99.
            05 PM-MOVE-AMT    PIC 9(7)V99.
            05 PM-MOVE-PCT    PIC 9(3).
            05 PM-OD-RATE     PIC V999.
            05 FILLER         PIC X(6).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 PM-SO-RETRY-X  PIC X(2).
            05 PM-SO-RETRY REDEFINES PM-SO-RETRY-X PIC 9(2).
            05 PM-TD-FLAG     PIC X(1).
            05 PM-TD-PEN-RULE PIC X(1).
            05 PM-TD-PEN-VALUE-X PIC X(5).
            05 PM-TD-PEN-VALUE REDEFINES PM-TD-PEN-VALUE-X
                              PIC 9(3)V99.
            05 PM-OD-MAX-X    PIC X(9).
            05 PM-OD-MAX REDEFINES PM-OD-MAX-X PIC 9(7)V99.
            05 PM-NSF-FEE-X   PIC X(7).
            05 PM-NSF-FEE REDEFINES PM-NSF-FEE-X PIC 9(5)V99.
            05 PM-NSF-CAP-X   PIC X(7).
            05 PM-NSF-CAP REDEFINES PM-NSF-CAP-X PIC 9(5)V99.
            05 FILLER         PIC X(10).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD NSF-FEE-FILE.
      *     ONE "D" DEBIT PER NSF FEE CHARGED, FOR THE PGM74 GATEWAY
      *     (SOURCE "N") . MUST STAY IN SYNC WITH PGM52.COB'S
      *     TRANS-REC LAYOUT . THE BLANK BRANCH GROUPS THESE SYSTEM-
      *     GENERATED DEBITS UNDER PGM77'S BLANK BRANCH, THE SAME WAY
      *     PGM85'S FEES DO
       01 NSF-FEE-REC.
           05 NF-ACCT-NO    COPY ACCTREC.
            05 NF-AMOUNT     PIC 9(7)V99.
            05 NF-TYPE       PIC X(1).
            05 NF-EFF-DATE   PIC 9(8).
            05 NF-ORIG-TYPE  PIC X(1).
            05 NF-ORIG-DATE  PIC 9(8).
            05 NF-BRANCH-ID  PIC X(3).
            05 NF-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(61).
      *
       FD NOTICE-FILE.
      *     THE NSF NOTICE EXTRACT FOR THE MAILING HOUSE : PER
      *     CUSTOMER, ONE "H" HEADER WITH THE MAILING ADDRESS, THEN
      *     ONE "I" LINE PER REFUSED ITEM . NN-ADDR-FLAG "N" ON THE
      *     HEADER MEANS THE CUSTOMER IS NOT ON CUSTMSTR AND THE
      *     BRANCH MUST ADDRESS THE NOTICE BY HAND
       01 NOTICE-REC.
           05 NN-REC-TYPE    PIC X(1).
               88 NN-HEADER      VALUE "H".
               88 NN-ITEM        VALUE "I".
            05 NN-CUST-NO     PIC X(5).
            05 NN-BODY        PIC X(94).
            05 NN-HEADER-BODY REDEFINES NN-BODY.
               10 NN-CUST-NAME   PIC X(20).
               10 NN-ADDR-LINE1  PIC X(25).
               10 NN-ADDR-LINE2  PIC X(25).
               10 NN-ADDR-LINE3  PIC X(15).
               10 NN-RUN-DATE    PIC 9(8).
               10 NN-ADDR-FLAG   PIC X(1).
            05 NN-ITEM-BODY REDEFINES NN-BODY.
               10 NN-ACCT-NO     PIC X(5).
               10 NN-AMOUNT      PIC 9(7)V99.
               10 NN-TYPE        PIC X(1).
               10 NN-EFF-DATE    PIC 9(8).
               10 NN-XFER-ACCT   PIC X(5).
               10 NN-FEE         PIC 9(5)V99.
               10 FILLER         PIC X(59).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT-NO    PIC X(5).
            05 SR-CUST-NO    PIC X(5).
            05 SR-CUST-NAME  PIC X(20).
            05 SR-BRANCH     PIC X(3).
            05 SR-PRODUCT    PIC X(2).
            05 SR-AMOUNT     PIC 9(7)V99.
            05 SR-TYPE       PIC X(1).
            05 SR-EFF-DATE   PIC 9(8).
            05 SR-SOURCE     PIC X(1).
               88 SR-RECYCLED     VALUE "R".
               88 SR-SYSTEM-ITEM  VALUE "A" "E" "F" "L" "M" "N" "P".
            05 SR-XFER-ACCT  PIC X(5).
            05 SR-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 SR-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(3).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
      *
      *THE PRODUCT MASTER'S NSF FEE AND DAILY CAP, LOADED ONCE AT
      *STARTUP . MORE THAN 50 PRODUCTS IS TREATED AS FATAL
       01 WS-PROD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PROD-IDX.
               10 WS-PROD-CODE      PIC X(2).
               10 WS-PROD-NSF-FEE   PIC 9(5)V99.
               10 WS-PROD-NSF-CAP   PIC 9(5)V99.
      *
      *PRODMSTR SEQUENCE CONTROL : PRODUCT THEN EFFECTIVE DATE MUST
      *ASCEND, OR THE ROW IN FORCE CANNOT BE TOLD FROM A STALE ONE
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
      *
      *CUSTMSTR IS MATCHED, NOT TABLED : BOTH IT AND THE SORTED ITEMS
      *ASCEND BY CUSTOMER, SO IT MUST NOT GO BACKWARDS
       01 WS-LAST-CU-NO      PIC X(5) VALUE LOW-VALUES.
       01 WS-CUST-FOUND      PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND     VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".
      *
      *THE CUSTOMER AND ACCOUNT IN HAND, AND THE ACCOUNT'S NSF FEE,
      *CAP AND FEES CHARGED SO FAR TODAY
       01 WS-CUR-CUST        PIC X(5) VALUE SPACES.
       01 WS-CUR-ACCT        PIC X(5) VALUE SPACES.
       01 WS-ACCT-NSF-FEE    PIC 9(5)V99 VALUE ZERO.
       01 WS-ACCT-NSF-CAP    PIC 9(5)V99 VALUE ZERO.
       01 WS-ACCT-FEE-TOT    PIC 9(7)V99 VALUE ZERO.
       01 WS-FEE-DUE         PIC 9(5)V99 VALUE ZERO.
      *
      *PER-BRANCH NSF TOTALS FOR THE REGISTER (SAME BOUNDED-TABLE
      *RULE PGM77'S BRANCH TALLY USES)
       01 WS-BR-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES
                   INDEXED BY BR-IDX.
               10 WS-BR-ID          PIC X(3).
               10 WS-BR-ITEM-CNT    PIC 9(7).
               10 WS-BR-ITEM-TOT    PIC 9(9)V99.
               10 WS-BR-FEE-CNT     PIC 9(7).
               10 WS-BR-FEE-TOT     PIC 9(9)V99.
       01 WS-BR-FOUND        PIC X(1) VALUE "N".
           88 BRANCH-FOUND       VALUE "Y".
           88 BRANCH-NOT-FOUND   VALUE "N".
      *
      *RUN CONTROL TOTALS FOR THE REGISTER SUMMARY
       01 WS-NSF-TOTALS.
           05 WS-ITEM-CNT        PIC 9(7) VALUE ZERO.
            05 WS-ITEM-TOTAL      PIC 9(11)V99 VALUE ZERO.
            05 WS-FEE-CNT         PIC 9(7) VALUE ZERO.
            05 WS-FEE-TOTAL       PIC 9(11)V99 VALUE ZERO.
            05 WS-NOTICE-CNT      PIC 9(7) VALUE ZERO.
            05 WS-NO-ADDR-CNT     PIC 9(7) VALUE ZERO.
            05 WS-RECYCLED-CNT    PIC 9(7) VALUE ZERO.
            05 WS-SYSTEM-CNT      PIC 9(7) VALUE ZERO.
            05 WS-CAPPED-CNT      PIC 9(7) VALUE ZERO.
            05 WS-NO-PROD-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(32)
                VALUE "PGM115 NSF ITEM AND FEE REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(16) VALUE "  BUSINESS DATE ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(9)  VALUE "ACCT NO.".
            05 FILLER          PIC X(22) VALUE "CUSTOMER NAME".
            05 FILLER          PIC X(5)  VALUE "BR".
            05 FILLER          PIC X(3)  VALUE "TY".
            05 FILLER          PIC X(12) VALUE "ITEM AMOUNT".
            05 FILLER          PIC X(10) VALUE "NSF FEE".
            05 FILLER          PIC X(10) VALUE "NOTE".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-BRANCH       PIC X(3).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-TYPE         PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-FEE          PIC ZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-NOTE         PIC X(10).
      *
       01 WS-BRANCH-TOTAL-LINE.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
            05 BT-BRANCH       PIC X(3).
            05 FILLER          PIC X(8)  VALUE "  ITEMS ".
            05 BT-ITEM-CNT     PIC ZZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 BT-ITEM-TOT     PIC ZZZZZZZ9.99.
            05 FILLER          PIC X(7)  VALUE "  FEES ".
            05 BT-FEE-CNT      PIC ZZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 BT-FEE-TOT      PIC ZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 1100-LOAD-PRODUCT-FEES
            SORT SORT-FILE
                ON ASCENDING KEY SR-CUST-NO SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                USING NSF-ITEM-FILE
                OUTPUT PROCEDURE IS 300-PROCESS-ITEMS
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the files the item pass
      *walks . the refused-item extract itself is opened by the sort
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 120-READ-CUSTOMER
            OPEN OUTPUT NSF-FEE-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN NSF-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT NOTICE-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN NOTICE-FILE" TO WS-ABEND-WHERE
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
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
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
       120-READ-CUSTOMER.
      *
      *reads the next customer master record, refusing a master out
      *of sequence rather than addressing notices to the wrong party
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CU-CUST-NO NOT = HIGH-VALUES
                IF CU-CUST-NO NOT > WS-LAST-CU-NO
                    MOVE "CUSTMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CU-CUST-NO TO WS-LAST-CU-NO
            END-IF
            .
      *
       1100-LOAD-PRODUCT-FEES.
      *
      *loads every product's nsf fee and daily cap from the product
      *master . an empty product master is fatal -- a fee run that
      *knows no products would charge nobody and look like it worked
      *
            OPEN INPUT PRODUCT-MASTER
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1110-READ-PRODUCT
            PERFORM 1120-LOAD-ONE-PRODUCT
                UNTIL PM-PRODUCT = HIGH-VALUES
            CLOSE PRODUCT-MASTER
            IF WS-PROD-COUNT = 0
                MOVE "EMPTY PRODUCT MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1110-READ-PRODUCT.
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
       1120-LOAD-ONE-PRODUCT.
      *
      *copies one product's nsf fee and cap into the next free slot .
      *a later row for the code just tabled that is already in force
      *on the business day replaces it ; a row not yet in force is
      *passed over
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
                PERFORM 1125-FILE-PRODUCT-ROW
            END-IF
            PERFORM 1110-READ-PRODUCT
            .
      *
       1125-FILE-PRODUCT-ROW.
      *
      *picks the product's slot -- its own when the code is already
      *tabled, else the next free one -- and fills it from the row
      *in hand . a blank fee or cap is taken as zero : no fee, or no
      *cap
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
            IF PM-NSF-FEE-X IS NUMERIC
                MOVE PM-NSF-FEE TO WS-PROD-NSF-FEE(WS-PROD-IDX)
            ELSE
                MOVE ZERO TO WS-PROD-NSF-FEE(WS-PROD-IDX)
            END-IF
            IF PM-NSF-CAP-X IS NUMERIC
                MOVE PM-NSF-CAP TO WS-PROD-NSF-CAP(WS-PROD-IDX)
            ELSE
                MOVE ZERO TO WS-PROD-NSF-CAP(WS-PROD-IDX)
            END-IF
            .
      *
       300-PROCESS-ITEMS.
      *
      *is the sort's output procedure . takes the refused items one
      *customer at a time
      *
            PERFORM 310-RETURN-ITEM
            PERFORM 320-PROCESS-ONE-CUSTOMER
                UNTIL END-OF-INPUT-FILE
            .
      *
       310-RETURN-ITEM.
      *
      *returns the next sorted refused item
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       320-PROCESS-ONE-CUSTOMER.
      *
      *starts the customer's notice with its address header, then
      *takes each of the customer's refused items in account order
      *
            MOVE SR-CUST-NO TO WS-CUR-CUST
            MOVE HIGH-VALUES TO WS-CUR-ACCT
            PERFORM 330-FIND-CUSTOMER
            PERFORM 335-WRITE-NOTICE-HEADER
            PERFORM 340-PROCESS-ONE-ITEM
                UNTIL END-OF-INPUT-FILE
                    OR SR-CUST-NO NOT = WS-CUR-CUST
            .
      *
       330-FIND-CUSTOMER.
      *
      *moves the customer master up to the customer in hand
      *
            PERFORM 120-READ-CUSTOMER
                UNTIL CU-CUST-NO NOT < WS-CUR-CUST
            IF CU-CUST-NO = WS-CUR-CUST
                SET CUSTOMER-FOUND TO TRUE
            ELSE
                SET CUSTOMER-NOT-FOUND TO TRUE
            END-IF
            .
      *
       335-WRITE-NOTICE-HEADER.
      *
      *writes the notice header : the customer master's name and
      *mailing address, or -- for a customer the master does not
      *know -- the account's name, flagged for hand addressing
      *
            MOVE SPACES TO NOTICE-REC
            SET NN-HEADER TO TRUE
            MOVE WS-CUR-CUST TO NN-CUST-NO
            MOVE WS-RUN-DATE TO NN-RUN-DATE
            IF CUSTOMER-FOUND
                MOVE CU-CUST-NAME TO NN-CUST-NAME
                MOVE CU-ADDR-LINE1 TO NN-ADDR-LINE1
                MOVE CU-ADDR-LINE2 TO NN-ADDR-LINE2
                MOVE CU-ADDR-LINE3 TO NN-ADDR-LINE3
                MOVE "Y" TO NN-ADDR-FLAG
            ELSE
                MOVE SR-CUST-NAME TO NN-CUST-NAME
                MOVE "N" TO NN-ADDR-FLAG
                ADD 1 TO WS-NO-ADDR-CNT
            END-IF
            PERFORM 390-WRITE-NOTICE
            ADD 1 TO WS-NOTICE-CNT
            .
      *
       340-PROCESS-ONE-ITEM.
      *
      *picks up the account's fee and cap on an account change,
      *settles the fee the item owes, and writes the notice line,
      *the register line and the branch totals
      *
            IF SR-ACCT-NO NOT = WS-CUR-ACCT
                MOVE SR-ACCT-NO TO WS-CUR-ACCT
                MOVE ZERO TO WS-ACCT-FEE-TOT
                PERFORM 345-GET-ACCOUNT-FEE
            END-IF
            ADD 1 TO WS-ITEM-CNT
            ADD SR-AMOUNT TO WS-ITEM-TOTAL
            MOVE SPACES TO DL-NOTE
            PERFORM 350-SETTLE-FEE
            IF WS-FEE-DUE > 0
                PERFORM 360-CHARGE-FEE
            END-IF
            MOVE SPACES TO NOTICE-REC
            SET NN-ITEM TO TRUE
            MOVE WS-CUR-CUST TO NN-CUST-NO
            MOVE SR-ACCT-NO TO NN-ACCT-NO
            MOVE SR-AMOUNT TO NN-AMOUNT
            MOVE SR-TYPE TO NN-TYPE
            MOVE SR-EFF-DATE TO NN-EFF-DATE
            MOVE SR-XFER-ACCT TO NN-XFER-ACCT
            MOVE WS-FEE-DUE TO NN-FEE
            PERFORM 390-WRITE-NOTICE
            PERFORM 370-FOLD-BRANCH-TOTAL
            MOVE SR-ACCT-NO TO DL-ACCT-NO
            MOVE SR-CUST-NAME TO DL-CUST-NAME
            MOVE SR-BRANCH TO DL-BRANCH
            MOVE SR-TYPE TO DL-TYPE
            MOVE SR-AMOUNT TO DL-AMOUNT
            MOVE WS-FEE-DUE TO DL-FEE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 310-RETURN-ITEM
            .
      *
       345-GET-ACCOUNT-FEE.
      *
      *finds the account's product's nsf fee and daily cap . an
      *account whose product the master does not know is charged
      *nothing
      *
            MOVE ZERO TO WS-ACCT-NSF-FEE
            MOVE ZERO TO WS-ACCT-NSF-CAP
            MOVE "N" TO WS-PROD-FOUND
            PERFORM 346-FIND-PRODUCT
                VARYING WS-PROD-IDX FROM 1 BY 1
                UNTIL WS-PROD-IDX > WS-PROD-COUNT
                    OR PRODUCT-FOUND
            .
      *
       346-FIND-PRODUCT.
      *
      *tests one product-table entry for the account in hand and,
      *when it matches, takes its nsf fee and cap
      *
            IF WS-PROD-CODE(WS-PROD-IDX) = SR-PRODUCT
                MOVE WS-PROD-NSF-FEE(WS-PROD-IDX) TO WS-ACCT-NSF-FEE
                MOVE WS-PROD-NSF-CAP(WS-PROD-IDX) TO WS-ACCT-NSF-CAP
                SET PRODUCT-FOUND TO TRUE
            END-IF
            .
      *
       350-SETTLE-FEE.
      *
      *settles the fee the item in hand owes . a recycled item was
      *charged when first refused and a system-generated debit is
      *never charged ; otherwise the item owes the product's fee,
      *cut down to whatever the account's daily cap still allows
      *
            MOVE ZERO TO WS-FEE-DUE
            EVALUATE TRUE
                WHEN SR-RECYCLED
                    MOVE "RECYCLED" TO DL-NOTE
                    ADD 1 TO WS-RECYCLED-CNT
                WHEN SR-SYSTEM-ITEM
                    MOVE "SYSTEM" TO DL-NOTE
                    ADD 1 TO WS-SYSTEM-CNT
                WHEN PRODUCT-NOT-FOUND
                    MOVE "NO PRODUCT" TO DL-NOTE
                    ADD 1 TO WS-NO-PROD-CNT
                WHEN WS-ACCT-NSF-FEE = 0
                    MOVE "NO FEE" TO DL-NOTE
                WHEN WS-ACCT-NSF-CAP > 0
                        AND WS-ACCT-FEE-TOT NOT < WS-ACCT-NSF-CAP
                    MOVE "CAPPED" TO DL-NOTE
                    ADD 1 TO WS-CAPPED-CNT
                WHEN OTHER
                    MOVE WS-ACCT-NSF-FEE TO WS-FEE-DUE
                    IF WS-ACCT-NSF-CAP > 0
                            AND WS-ACCT-FEE-TOT + WS-FEE-DUE
                                > WS-ACCT-NSF-CAP
                        COMPUTE WS-FEE-DUE =
                            WS-ACCT-NSF-CAP - WS-ACCT-FEE-TOT
                        MOVE "CAPPED" TO DL-NOTE
                        ADD 1 TO WS-CAPPED-CNT
                    END-IF
            END-EVALUATE
            .
      *
       360-CHARGE-FEE.
      *
      *writes the fee as an ordinary "d" debit in trans-rec layout,
      *effective-dated with the business day
      *
            MOVE SPACES TO NSF-FEE-REC
            MOVE SR-ACCT-NO TO NF-ACCT-NO
            MOVE WS-FEE-DUE TO NF-AMOUNT
            MOVE "D" TO NF-TYPE
            MOVE WS-RUN-DATE TO NF-EFF-DATE
            WRITE NSF-FEE-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE NSF-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD WS-FEE-DUE TO WS-ACCT-FEE-TOT
            ADD 1 TO WS-FEE-CNT
            ADD WS-FEE-DUE TO WS-FEE-TOTAL
            .
      *
       370-FOLD-BRANCH-TOTAL.
      *
      *folds the item and its fee into its branch's totals, opening
      *a new table entry the first time a branch is seen
      *
            MOVE "N" TO WS-BR-FOUND
            PERFORM 380-FIND-BRANCH
                VARYING BR-IDX FROM 1 BY 1
                UNTIL BR-IDX > WS-BR-COUNT
                    OR BRANCH-FOUND
            IF BRANCH-NOT-FOUND
                IF WS-BR-COUNT >= 100
                    MOVE "MORE THAN 100 BRANCHES" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-BR-COUNT
                SET BR-IDX TO WS-BR-COUNT
                MOVE SR-BRANCH TO WS-BR-ID(BR-IDX)
                MOVE ZERO TO WS-BR-ITEM-CNT(BR-IDX)
                MOVE ZERO TO WS-BR-ITEM-TOT(BR-IDX)
                MOVE ZERO TO WS-BR-FEE-CNT(BR-IDX)
                MOVE ZERO TO WS-BR-FEE-TOT(BR-IDX)
                PERFORM 385-ADD-TO-BRANCH
            END-IF
            .
      *
       380-FIND-BRANCH.
      *
      *tests one branch-table entry for the item in hand and, when
      *it matches, folds the item in
      *
            IF WS-BR-ID(BR-IDX) = SR-BRANCH
                PERFORM 385-ADD-TO-BRANCH
                SET BRANCH-FOUND TO TRUE
            END-IF
            .
      *
       385-ADD-TO-BRANCH.
      *
      *adds the item and its fee to the branch entry at br-idx
      *
            ADD 1 TO WS-BR-ITEM-CNT(BR-IDX)
            ADD SR-AMOUNT TO WS-BR-ITEM-TOT(BR-IDX)
            IF WS-FEE-DUE > 0
                ADD 1 TO WS-BR-FEE-CNT(BR-IDX)
                ADD WS-FEE-DUE TO WS-BR-FEE-TOT(BR-IDX)
            END-IF
            .
      *
       390-WRITE-NOTICE.
      *
      *writes the notice record in hand
      *
            WRITE NOTICE-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE NOTICE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one register line . starts a new page and reprints the
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
      *prints the per-branch totals and the run totals block so the
      *register can be tied out before the fees post
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 810-PRINT-ONE-BRANCH
                VARYING BR-IDX FROM 1 BY 1
                UNTIL BR-IDX > WS-BR-COUNT
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "NSF ITEMS " WS-ITEM-CNT
                   "  TOTAL " WS-ITEM-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "NSF FEES " WS-FEE-CNT
                   "  TOTAL " WS-FEE-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "NSF ITEMS READ .........: " WS-ITEM-CNT
            DISPLAY "NSF ITEM TOTAL .........: " WS-ITEM-TOTAL
            DISPLAY "NOTICES WRITTEN ........: " WS-NOTICE-CNT
            DISPLAY "NOTICES WITHOUT ADDRESS : " WS-NO-ADDR-CNT
            DISPLAY "NSF FEES CHARGED .......: " WS-FEE-CNT
            DISPLAY "NSF FEE TOTAL ..........: " WS-FEE-TOTAL
            DISPLAY "RECYCLED, NOT CHARGED ..: " WS-RECYCLED-CNT
            DISPLAY "SYSTEM, NOT CHARGED ....: " WS-SYSTEM-CNT
            DISPLAY "CAPPED ITEMS ...........: " WS-CAPPED-CNT
            DISPLAY "UNKNOWN-PRODUCT ITEMS ..: " WS-NO-PROD-CNT
            .
      *
       810-PRINT-ONE-BRANCH.
      *
      *prints one branch's nsf item and fee totals
      *
            MOVE WS-BR-ID(BR-IDX) TO BT-BRANCH
            MOVE WS-BR-ITEM-CNT(BR-IDX) TO BT-ITEM-CNT
            MOVE WS-BR-ITEM-TOT(BR-IDX) TO BT-ITEM-TOT
            MOVE WS-BR-FEE-CNT(BR-IDX) TO BT-FEE-CNT
            MOVE WS-BR-FEE-TOT(BR-IDX) TO BT-FEE-TOT
            WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE CUSTOMER-MASTER
             NSF-FEE-FILE
             NOTICE-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or a master out of
      *sequence instead of charging fees that cannot be tied out
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM115 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NSF-ITEM-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CUSTOMER-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (PRODUCT-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (NSF-FEE-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (NOTICE-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
