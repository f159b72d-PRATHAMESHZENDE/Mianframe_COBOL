       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM108.
      *TERM-DEPOSIT MATURITY RUN : EVERY ACCOUNT USED TO BEHAVE LIKE
      *SAVINGS -- OM-PRODUCT DECIDED RATES AND FEES AND NOTHING EVER
      *MATURED . A TERM DEPOSIT IS AN ACCOUNT ON A PRODUCT FLAGGED
      *"T" ON THE PRODUCT MASTER WITH A CONTRACT ON THE TERM-DEPOSIT
      *MASTER (TDMSTR, ASCENDING ACCOUNT) : ITS TERM IN MONTHS, THE
      *CONTRACTED RATE AND WHAT TO DO AT MATURITY -- RENEW FOR THE
      *SAME TERM, PAY OUT TO A LINKED ACCOUNT, OR HOLD MATURED . THIS
      *NIGHTLY RUN, AFTER PGM52 HAS POSTED THE DAY, KEEPS IT :
      *  - A NEW CONTRACT (BLANK STATUS) IS BOOKED ONCE ITS ACCOUNT
      *    IS FUNDED : THE BALANCE BECOMES THE PRINCIPAL AND THE
      *    MATURITY DATE IS THE START DATE PLUS THE TERM ;
      *  - A DEPOSIT MATURING BY THE BUSINESS DATE EARNS ITS
      *    CONTRACTED RATE FOR THE DAYS OF THE TERM ON THE PRINCIPAL
      *    STILL HELD, AS A "C" CREDIT . A RENEWAL ADDS THE INTEREST
      *    TO THE PRINCIPAL AND STARTS THE NEXT TERM ; A PAY-OUT
      *    CREDITS THE INTEREST AND TRANSFERS THE BALANCE (A RAW "T")
      *    TO THE LINKED ACCOUNT, AND ONCE THE TRANSFER HAS POSTED
      *    AND LEFT NOTHING BEHIND THE NEXT RUN WRITES THE "X" CLOSE ;
      *    A HOLD CREDITS THE INTEREST AND LEAVES THE MONEY WHERE IT
      *    IS, FREE OF PENALTY ;
      *  - A DEPOSIT MATURING IN THE NEXT 10 DAYS GOES ON THE
      *    MATURITY NOTICE EXTRACT (TDNOTICE) ONCE PER MATURITY .
      *THE TRANSACTIONS GO TO TDMATTRN, WHICH THE PGM74 GATEWAY FEEDS
      *INTO THE NEXT TRANFILE UNDER SOURCE "M" . THE CREDITS CARRY A
      *BLANK BRANCH SO PGM84 JOURNALS THEM TO INTEREST EXPENSE THE
      *SAME WAY IT DOES PGM63'S ACCRUALS . AN EARLY WITHDRAWAL IS
      *PENALIZED BY PGM52 ITSELF AS IT POSTS . THE RUN PRINTS THE
      *MATURITY REGISTER AND ROLLS THE MASTER OLD-TO-NEW (TDNEW)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TD-MASTER ASSIGN TO "TDMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TD-MASTER-OUT ASSIGN TO "TDNEW"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ACCOUNT-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MATURITY-FILE ASSIGN TO "TDMATTRN"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NOTICE-FILE ASSIGN TO "TDNOTICE"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "TDMATRPT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD TD-MASTER.
      *     THE TERM-DEPOSIT MASTER, ONE RECORD PER CONTRACT, ASCENDING
      *     ACCOUNT . THE ACCOUNT ITSELF IS AN ORDINARY ACCOUNT ON THE
      *     DEPOSIT MASTER, SO PGM52 POSTS ITS MONEY LIKE ANY OTHER .
      *     MUST STAY IN SYNC WITH PGM52.COB'S TD-MASTER-REC LAYOUT
       01 TD-MASTER-REC.
      *        THE CONTRACT, AS THE BRANCH OPENS IT
           05 TD-ACCT-NO    COPY ACCTREC.
            05 TD-TERM       PIC 9(3).
      *        TERM IN MONTHS
            05 TD-RATE       PIC 9(2)V9(4).
      *        CONTRACTED ANNUAL INTEREST RATE, PERCENT
            05 TD-INSTRUCTION PIC X(1).
               88 TD-RENEW             VALUE "R".
               88 TD-PAY-OUT           VALUE "P".
               88 TD-HOLD              VALUE "H".
            05 TD-LINK-ACCT  PIC X(5).
      *        THE ACCOUNT A PAY-OUT IS TRANSFERRED TO
            05 TD-START-DATE PIC 9(8).
      *        THE DAY THE CURRENT TERM BEGAN . ZERO ON A NEW CONTRACT
      *        MEANS THE DAY IT IS BOOKED ; A RENEWAL MOVES IT ON TO
      *        THE MATURITY DATE IT RENEWED FROM
      *        THE SERVICING FIELDS, KEPT BY THIS RUN
            05 TD-STATUS     PIC X(1).
               88 TD-NEW               VALUE SPACE.
               88 TD-ACTIVE            VALUE "A".
               88 TD-MATURED-HELD      VALUE "H".
               88 TD-PAID-CLOSING      VALUE "P".
               88 TD-CLOSED            VALUE "C".
            05 TD-MATURITY-DATE PIC 9(8).
            05 TD-PRINCIPAL  PIC 9(7)V99.
      *        THE MONEY PLACED FOR THE CURRENT TERM
            05 TD-RENEW-CNT  PIC 9(3).
            05 TD-NOTICE-DATE PIC 9(8).
      *        THE MATURITY DATE THE LAST NOTICE WAS EXTRACTED FOR, SO
      *        EACH MATURITY IS NOTIFIED ONCE
            05 TD-LAST-INT   PIC 9(7)V99.
            05 TD-LAST-MAT-DATE PIC 9(8).
      *        THE INTEREST PAID AT THE LAST MATURITY, AND ITS DATE
            05 FILLER        PIC X(26).
      *
       FD TD-MASTER-OUT.
      *     THE UPDATED TERM-DEPOSIT MASTER . SAME LAYOUT AS
      *     TD-MASTER-REC ; EVERY CONTRACT IS CARRIED
       01 TD-MASTER-OUT-REC PIC X(100).
      *
       FD ACCOUNT-MASTER.
      *     THE CLOSING MASTER THE DAY'S PGM52 RUN WROTE, READ FOR THE
      *     BALANCE, NAME, BRANCH AND PRODUCT . MUST STAY IN SYNC WITH
      *     PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 ACCOUNT-MASTER-REC.
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
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PRODUCT-MASTER.
      *     MUST STAY IN SYNC WITH PGM63.COB'S PRODUCT-MASTER-REC
      *     LAYOUT . ONLY THE TERM-DEPOSIT FLAG IS USED HERE, FROM THE
      *     ROW IN FORCE ON THE BUSINESS DATE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 FILLER         PIC X(148).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 FILLER         PIC X(2).
            05 PM-TD-FLAG     PIC X(1).
            05 FILLER         PIC X(39).
      *
       FD MATURITY-FILE.
      *     THE INTEREST CREDITS, PAY-OUT TRANSFERS AND CLOSES, FOR
      *     THE PGM74 GATEWAY (SOURCE "M") . MUST STAY IN SYNC WITH
      *     PGM52.COB'S TRANS-REC LAYOUT . A PAY-OUT IS WRITTEN AS ONE
      *     RAW "T" (FROM-ACCOUNT IN THE KEY, THE LINKED ACCOUNT IN
      *     MT-XFER-ACCT) FOR THE GATEWAY TO EXPLODE INTO ITS LEGS
       01 MATURITY-REC.
           05 MT-ACCT-NO    COPY ACCTREC.
            05 MT-AMOUNT     PIC 9(7)V99.
            05 MT-TYPE       PIC X(1).
            05 MT-EFF-DATE   PIC 9(8).
            05 MT-ORIG-TYPE  PIC X(1).
            05 MT-ORIG-DATE  PIC 9(8).
            05 MT-BRANCH-ID  PIC X(3).
            05 MT-TELLER-ID  PIC X(4).
            05 MT-SOURCE     PIC X(1).
            05 MT-XFER-ACCT  PIC X(5).
            05 FILLER        PIC X(55).
      *
       FD NOTICE-FILE.
      *     ONE RECORD PER DEPOSIT MATURING WITHIN THE NOTICE WINDOW,
      *     FOR THE CUSTOMER MAILING : WHO, WHEN, HOW MUCH, THE
      *     INTEREST DUE AND WHAT WILL HAPPEN TO THE MONEY
       01 NOTICE-REC.
           05 TN-ACCT-NO     PIC X(5).
            05 TN-CUST-NO     PIC X(5).
            05 TN-CUST-NAME   PIC X(20).
            05 TN-BRANCH      PIC X(3).
            05 TN-MATURITY-DATE PIC 9(8).
            05 TN-PRINCIPAL   PIC 9(7)V99.
            05 TN-RATE        PIC 9(2)V9(4).
            05 TN-INTEREST    PIC 9(7)V99.
            05 TN-INSTRUCTION PIC X(1).
            05 TN-LINK-ACCT   PIC X(5).
            05 TN-RUN-DATE    PIC 9(8).
            05 FILLER         PIC X(21).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
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
      *THE NOTICE WINDOW : A DEPOSIT MATURING AFTER THE BUSINESS DATE
      *AND NO LATER THAN THIS MANY DAYS AHEAD IS NOTIFIED
       01 WS-NOTICE-DAYS   PIC 9(3) VALUE 010.
       01 WS-NOTICE-LIMIT  PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-INT    PIC 9(7) VALUE ZERO.
      *
      *EVERY PRODUCT'S TERM-DEPOSIT FLAG IN FORCE ON THE BUSINESS
      *DATE . MORE THAN 50 PRODUCTS IS FATAL, THE SAME CEILING PGM71
      *USES
       01 WS-PROD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PROD-IDX.
               10 WS-PROD-CODE     PIC X(2).
               10 WS-PROD-TD-FLAG  PIC X(1).
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
      *
      *THE ACCOUNT BEHIND THE CONTRACT IN HAND, FROM THE CLOSING
      *MASTER . NOT FOUND WHEN THE ACCOUNT HAS CLOSED OR WAS NEVER
      *OPENED
       01 WS-LAST-TD-ACCT    PIC X(5) VALUE LOW-VALUES.
       01 WS-ACCT-HIT-FLAG   PIC X(1) VALUE "N".
           88 ACCT-FOUND           VALUE "Y".
           88 ACCT-NOT-FOUND       VALUE "N".
       01 WS-HOLD-ACCT       PIC X(5) VALUE SPACES.
       01 WS-HOLD-EVENT      PIC X(14) VALUE SPACES.
       01 WS-BOOKED-FLAG     PIC X(1) VALUE "N".
           88 TD-BOOKED-NOW        VALUE "Y".
           88 TD-NOT-BOOKED-NOW    VALUE "N".
       01 WS-TD-PROD-FLAG    PIC X(1) VALUE "N".
           88 TD-PRODUCT           VALUE "Y".
           88 NOT-TD-PRODUCT       VALUE "N".
      *
      *THE CONTRACT IN HAND IS USABLE ONLY WHEN ITS TERMS (AND, ONCE
      *BOOKED, ITS SERVICING FIELDS) ARE ALL NUMERIC AND SENSIBLE
       01 WS-TD-OK-FLAG    PIC X(1) VALUE "Y".
           88 TD-USABLE            VALUE "Y".
           88 TD-NOT-USABLE        VALUE "N".
      *
      *ONE MATURITY'S ARITHMETIC : THE PRINCIPAL STILL HELD (NEVER
      *MORE THAN WAS PLACED -- MONEY ADDED MID-TERM DID NOT SERVE THE
      *TERM), THE DAYS OF THE TERM AND THE INTEREST THEY EARNED
       01 WS-BALANCE       PIC S9(7)V99 VALUE ZERO.
       01 WS-INT-BASE      PIC 9(7)V99 VALUE ZERO.
       01 WS-TERM-DAYS     PIC S9(7) VALUE ZERO.
       01 WS-INTEREST      PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-PRINCIPAL PIC 9(8)V99 VALUE ZERO.
      *
      *DATE ROLLING : THE MATURITY DATE IS THE START DATE ADVANCED
      *ONE MONTH AT A TIME FOR THE TERM, ON THE START DATE'S DAY (THE
      *28TH FOR A DAY PAST IT), THE SAME CLAMP PGM103 APPLIES TO A
      *LOAN'S INSTALLMENTS
       01 WS-ROLL-DATE.
           05 WS-ROLL-YYYY    PIC 9(4).
            05 WS-ROLL-MM      PIC 9(2).
            05 WS-ROLL-DD      PIC 9(2).
       01 WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE PIC 9(8).
       01 WS-DUE-DAY       PIC 9(2) VALUE ZERO.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *RUN CONTROL TOTALS
       01 WS-RUN-TOTALS.
           05 WS-TD-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-BOOKED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-UNFUNDED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-UNUSABLE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-MATURED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RENEWED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-PAID-OUT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-HELD-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-CLOSE-WAIT-CNT  PIC 9(7) VALUE ZERO.
           05 WS-NOTICE-CNT      PIC 9(7) VALUE ZERO.
           05 WS-TRANS-CNT       PIC 9(7) VALUE ZERO.
           05 WS-TD-OUT-CNT      PIC 9(7) VALUE ZERO.
           05 WS-INT-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 WS-PAY-OUT-TOTAL   PIC 9(9)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL FOR THE REGISTER (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *REGISTER LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM108 TERM DEPOSIT MATURITY REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(15) VALUE "EVENT".
            05 FILLER          PIC X(9)  VALUE "MATURITY".
            05 FILLER          PIC X(11) VALUE "   INTEREST".
            05 FILLER          PIC X(11) VALUE "     AMOUNT".
            05 FILLER          PIC X(6)  VALUE " LINK".
            05 FILLER          PIC X(12) VALUE "     BALANCE".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-EVENT        PIC X(14).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-MATURITY     PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-INTEREST     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-LINK-ACCT    PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC -ZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 210-READ-TD
            PERFORM 220-READ-ACCOUNT
            PERFORM 300-PROCESS-ONE-TD
                UNTIL TD-ACCT-NO = HIGH-VALUES
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and the notice window, tables the
      *product flags and opens the files the pass walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            COMPUTE WS-NOTICE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    + WS-NOTICE-DAYS
            COMPUTE WS-NOTICE-LIMIT =
                    FUNCTION DATE-OF-INTEGER(WS-NOTICE-INT)
            PERFORM 150-LOAD-PRODUCT-MASTER
            OPEN INPUT TD-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN TD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT TD-MASTER-OUT
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN TD-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT ACCOUNT-MASTER
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT MATURITY-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN MATURITY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT NOTICE-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN NOTICE-FILE" TO WS-ABEND-WHERE
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
       150-LOAD-PRODUCT-MASTER.
      *
      *loads every product's term-deposit flag from the product
      *master, from the row in force on the business date
      *
            OPEN INPUT PRODUCT-MASTER
            IF WS-STATUS5 NOT = 00
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
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
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
            MOVE PM-TD-FLAG TO WS-PROD-TD-FLAG(WS-PROD-IDX)
            .
      *
       210-READ-TD.
      *
      *reads the next contract, insisting on ascending account order
      *so the match against the account master cannot miss one
      *
            READ TD-MASTER
                AT END MOVE HIGH-VALUES TO TD-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ TD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF TD-ACCT-NO NOT = HIGH-VALUES
                IF TD-ACCT-NO NOT > WS-LAST-TD-ACCT
                    MOVE "TDMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE TD-ACCT-NO TO WS-LAST-TD-ACCT
                ADD 1 TO WS-TD-READ-CNT
            END-IF
            .
      *
       220-READ-ACCOUNT.
      *
      *reads the next account from the closing master
      *
            READ ACCOUNT-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-PROCESS-ONE-TD.
      *
      *brings one contract up to the business date : books it if
      *new, acts on its maturity if it has come, closes a paid-out
      *deposit once its money has gone and extracts the notice for a
      *maturity inside the window . a contract whose fields cannot be
      *trusted is reported and carried unchanged
      *
            PERFORM 220-READ-ACCOUNT
                UNTIL NM-ACCT-NO NOT < TD-ACCT-NO
            IF NM-ACCT-NO = TD-ACCT-NO
                SET ACCT-FOUND TO TRUE
                MOVE NM-AMOUNT TO WS-BALANCE
                PERFORM 320-TEST-TD-PRODUCT
            ELSE
                SET ACCT-NOT-FOUND TO TRUE
                MOVE ZERO TO WS-BALANCE
                SET NOT-TD-PRODUCT TO TRUE
            END-IF
            PERFORM 330-CHECK-TD-FIELDS
            SET TD-NOT-BOOKED-NOW TO TRUE
            EVALUATE TRUE
                WHEN TD-NOT-USABLE
                    MOVE "UNUSABLE" TO WS-HOLD-EVENT
                    PERFORM 310-LIST-EXCEPTION
                WHEN TD-CLOSED
                    CONTINUE
                WHEN TD-PAID-CLOSING
                    PERFORM 370-CLOSE-PAID-OUT
                WHEN TD-MATURED-HELD AND ACCT-FOUND
                    CONTINUE
                WHEN TD-MATURED-HELD
                    PERFORM 370-CLOSE-PAID-OUT
                WHEN ACCT-NOT-FOUND
                    MOVE "NO ACCOUNT" TO WS-HOLD-EVENT
                    PERFORM 310-LIST-EXCEPTION
                WHEN NOT-TD-PRODUCT
                    MOVE "NOT TD PRODUCT" TO WS-HOLD-EVENT
                    PERFORM 310-LIST-EXCEPTION
                WHEN TD-NEW
                    PERFORM 340-BOOK-NEW-TD
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF TD-ACTIVE AND TD-USABLE AND ACCT-FOUND AND TD-PRODUCT
                    AND TD-NOT-BOOKED-NOW
                IF TD-MATURITY-DATE NOT > WS-RUN-DATE
                    PERFORM 350-MATURE-TD
                END-IF
            END-IF
            IF TD-ACTIVE AND TD-USABLE AND ACCT-FOUND AND TD-PRODUCT
                IF TD-MATURITY-DATE > WS-RUN-DATE
                        AND TD-MATURITY-DATE NOT > WS-NOTICE-LIMIT
                        AND TD-NOTICE-DATE NOT = TD-MATURITY-DATE
                    PERFORM 380-WRITE-NOTICE
                END-IF
            END-IF
            WRITE TD-MASTER-OUT-REC FROM TD-MASTER-REC
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE TD-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-TD-OUT-CNT
            PERFORM 210-READ-TD
            .
      *
       310-LIST-EXCEPTION.
      *
      *lists a contract this run cannot act on, under the event
      *already moved to ws-hold-event, for the branch to correct . it
      *is carried unchanged
      *
            ADD 1 TO WS-UNUSABLE-CNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE TD-ACCT-NO TO DL-ACCT-NO
            MOVE WS-HOLD-EVENT TO DL-EVENT
            MOVE WS-BALANCE TO DL-BALANCE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       320-TEST-TD-PRODUCT.
      *
      *the account must sit on a product flagged as a term deposit
      *
            SET NOT-TD-PRODUCT TO TRUE
            PERFORM 325-TEST-ONE-PRODUCT
                VARYING WS-PROD-IDX FROM 1 BY 1
                UNTIL WS-PROD-IDX > WS-PROD-COUNT
                    OR TD-PRODUCT
            .
      *
       325-TEST-ONE-PRODUCT.
      *
      *tests one tabled product against the account in hand
      *
            IF WS-PROD-CODE(WS-PROD-IDX) = NM-PRODUCT
                    AND WS-PROD-TD-FLAG(WS-PROD-IDX) = "T"
                SET TD-PRODUCT TO TRUE
            END-IF
            .
      *
       330-CHECK-TD-FIELDS.
      *
      *a contract is usable when its terms are numeric, its term is
      *not zero and its instruction is known -- a pay-out naming a
      *linked account other than itself -- and, once booked, when its
      *servicing fields are numeric too
      *
            SET TD-USABLE TO TRUE
            IF TD-TERM NOT NUMERIC
                    OR TD-RATE NOT NUMERIC
                    OR TD-START-DATE NOT NUMERIC
                SET TD-NOT-USABLE TO TRUE
            END-IF
            IF TD-USABLE
                IF TD-TERM = 0
                        OR (NOT TD-RENEW AND NOT TD-PAY-OUT
                            AND NOT TD-HOLD)
                    SET TD-NOT-USABLE TO TRUE
                END-IF
            END-IF
            IF TD-USABLE AND TD-PAY-OUT
                IF TD-LINK-ACCT = SPACES
                        OR TD-LINK-ACCT = TD-ACCT-NO
                    SET TD-NOT-USABLE TO TRUE
                END-IF
            END-IF
            IF TD-USABLE AND NOT TD-NEW
                IF (NOT TD-ACTIVE AND NOT TD-MATURED-HELD
                        AND NOT TD-PAID-CLOSING AND NOT TD-CLOSED)
                        OR TD-MATURITY-DATE NOT NUMERIC
                        OR TD-PRINCIPAL NOT NUMERIC
                        OR TD-RENEW-CNT NOT NUMERIC
                        OR TD-NOTICE-DATE NOT NUMERIC
                        OR TD-LAST-INT NOT NUMERIC
                        OR TD-LAST-MAT-DATE NOT NUMERIC
                    SET TD-NOT-USABLE TO TRUE
                END-IF
            END-IF
            .
      *
       340-BOOK-NEW-TD.
      *
      *books a new contract once its account holds money : the
      *balance is the principal and the term runs from the start
      *date (the booking date when none is given) . an account not
      *yet funded is listed and the contract waits for the next run .
      *a contract booked on a back-dated start whose term has already
      *run matures on the next run, not on the one that books it
      *
            IF WS-BALANCE NOT > 0
                ADD 1 TO WS-UNFUNDED-CNT
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE TD-ACCT-NO TO DL-ACCT-NO
                MOVE "AWAITING FUNDS" TO DL-EVENT
                MOVE WS-BALANCE TO DL-BALANCE
                PERFORM 400-PRINT-DETAIL-RTN
            ELSE
                IF TD-START-DATE = 0
                    MOVE WS-RUN-DATE TO TD-START-DATE
                END-IF
                MOVE "A" TO TD-STATUS
                MOVE WS-BALANCE TO TD-PRINCIPAL
                PERFORM 390-SET-MATURITY-DATE
                MOVE ZERO TO TD-RENEW-CNT
                MOVE ZERO TO TD-NOTICE-DATE
                MOVE ZERO TO TD-LAST-INT
                MOVE ZERO TO TD-LAST-MAT-DATE
                SET TD-BOOKED-NOW TO TRUE
                ADD 1 TO WS-BOOKED-CNT
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE TD-ACCT-NO TO DL-ACCT-NO
                MOVE "BOOKED" TO DL-EVENT
                MOVE TD-MATURITY-DATE TO DL-MATURITY
                MOVE TD-PRINCIPAL TO DL-AMOUNT
                MOVE WS-BALANCE TO DL-BALANCE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       350-MATURE-TD.
      *
      *acts on a deposit whose maturity has come . the term's
      *interest at the contracted rate is worked out on the
      *principal still held, days of the term over 365, then the
      *maturity instruction decides where the interest and the money
      *go . a renewal whose new maturity has also passed (a run
      *missed) matures again on the next run
      *
            IF WS-BALANCE > TD-PRINCIPAL
                MOVE TD-PRINCIPAL TO WS-INT-BASE
            ELSE
                IF WS-BALANCE > 0
                    MOVE WS-BALANCE TO WS-INT-BASE
                ELSE
                    MOVE ZERO TO WS-INT-BASE
                END-IF
            END-IF
            COMPUTE WS-TERM-DAYS =
                    FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                  - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
            IF WS-TERM-DAYS < 0
                MOVE ZERO TO WS-TERM-DAYS
            END-IF
            COMPUTE WS-INTEREST ROUNDED =
                    WS-INT-BASE * TD-RATE * WS-TERM-DAYS / 36500
            ADD 1 TO WS-MATURED-CNT
            ADD WS-INTEREST TO WS-INT-TOTAL
            MOVE WS-INTEREST TO TD-LAST-INT
            MOVE TD-MATURITY-DATE TO TD-LAST-MAT-DATE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE TD-ACCT-NO TO DL-ACCT-NO
            MOVE TD-MATURITY-DATE TO DL-MATURITY
            MOVE WS-INTEREST TO DL-INTEREST
            MOVE WS-BALANCE TO DL-BALANCE
            EVALUATE TRUE
                WHEN TD-RENEW
                    PERFORM 355-RENEW-TD
                WHEN TD-PAY-OUT
                    PERFORM 360-PAY-OUT-TD
                WHEN OTHER
                    PERFORM 365-HOLD-TD
            END-EVALUATE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       355-RENEW-TD.
      *
      *credits the interest to the deposit and starts the next term
      *from the maturity date on principal and interest together
      *
            IF WS-INTEREST > 0
                MOVE TD-ACCT-NO TO MT-ACCT-NO
                PERFORM 375-WRITE-INTEREST-CREDIT
            END-IF
            IF WS-BALANCE > 0
                ADD WS-BALANCE WS-INTEREST GIVING WS-NEW-PRINCIPAL
            ELSE
                MOVE WS-INTEREST TO WS-NEW-PRINCIPAL
            END-IF
            MOVE WS-NEW-PRINCIPAL TO TD-PRINCIPAL
            MOVE TD-MATURITY-DATE TO TD-START-DATE
            PERFORM 390-SET-MATURITY-DATE
            ADD 1 TO TD-RENEW-CNT
            ADD 1 TO WS-RENEWED-CNT
            MOVE "RENEWED" TO DL-EVENT
            MOVE TD-PRINCIPAL TO DL-AMOUNT
            .
      *
       360-PAY-OUT-TD.
      *
      *credits the interest straight to the linked account and
      *transfers the balance there . the deposit closes on a later
      *run, once the transfer has posted and left it empty
      *
            IF WS-INTEREST > 0
                MOVE TD-LINK-ACCT TO MT-ACCT-NO
                PERFORM 375-WRITE-INTEREST-CREDIT
            END-IF
            IF WS-BALANCE > 0
                MOVE SPACES TO MATURITY-REC
                MOVE TD-ACCT-NO TO MT-ACCT-NO
                MOVE WS-BALANCE TO MT-AMOUNT
                MOVE "T" TO MT-TYPE
                MOVE WS-RUN-DATE TO MT-EFF-DATE
                MOVE ZERO TO MT-ORIG-DATE
                MOVE TD-LINK-ACCT TO MT-XFER-ACCT
                PERFORM 378-WRITE-MATURITY-REC
                ADD WS-BALANCE TO WS-PAY-OUT-TOTAL
                MOVE WS-BALANCE TO DL-AMOUNT
            END-IF
            MOVE "P" TO TD-STATUS
            ADD 1 TO WS-PAID-OUT-CNT
            MOVE "PAID OUT" TO DL-EVENT
            MOVE TD-LINK-ACCT TO DL-LINK-ACCT
            .
      *
       365-HOLD-TD.
      *
      *credits the interest to the deposit and leaves it matured :
      *it earns nothing more and may be drawn on without penalty
      *
            IF WS-INTEREST > 0
                MOVE TD-ACCT-NO TO MT-ACCT-NO
                PERFORM 375-WRITE-INTEREST-CREDIT
            END-IF
            MOVE "H" TO TD-STATUS
            ADD 1 TO WS-HELD-CNT
            MOVE "HELD MATURED" TO DL-EVENT
            .
      *
       370-CLOSE-PAID-OUT.
      *
      *closes a paid-out deposit whose account now stands at zero
      *with an "x" close . one still holding money (the transfer was
      *suspended, or something else landed) is listed and waits ;
      *one whose account has already gone -- paid out or held -- is
      *simply closed here
      *
            EVALUATE TRUE
                WHEN ACCT-NOT-FOUND
                    MOVE "C" TO TD-STATUS
                    ADD 1 TO WS-CLOSED-CNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE TD-ACCT-NO TO DL-ACCT-NO
                    MOVE "CLOSED" TO DL-EVENT
                    PERFORM 400-PRINT-DETAIL-RTN
                WHEN WS-BALANCE = 0
                    MOVE SPACES TO MATURITY-REC
                    MOVE TD-ACCT-NO TO MT-ACCT-NO
                    MOVE ZERO TO MT-AMOUNT
                    MOVE "X" TO MT-TYPE
                    MOVE WS-RUN-DATE TO MT-EFF-DATE
                    MOVE ZERO TO MT-ORIG-DATE
                    PERFORM 378-WRITE-MATURITY-REC
                    MOVE "C" TO TD-STATUS
                    ADD 1 TO WS-CLOSED-CNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE TD-ACCT-NO TO DL-ACCT-NO
                    MOVE "CLOSE WRITTEN" TO DL-EVENT
                    PERFORM 400-PRINT-DETAIL-RTN
                WHEN OTHER
                    ADD 1 TO WS-CLOSE-WAIT-CNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    MOVE TD-ACCT-NO TO DL-ACCT-NO
                    MOVE "CLOSE WAITING" TO DL-EVENT
                    MOVE TD-LINK-ACCT TO DL-LINK-ACCT
                    MOVE WS-BALANCE TO DL-BALANCE
                    PERFORM 400-PRINT-DETAIL-RTN
            END-EVALUATE
            .
      *
       375-WRITE-INTEREST-CREDIT.
      *
      *writes the term's interest as a "c" credit to the account
      *already moved to mt-acct-no . the blank branch marks it as a
      *system interest credit for the journal
      *
            MOVE MT-ACCT-NO TO WS-HOLD-ACCT
            MOVE SPACES TO MATURITY-REC
            MOVE WS-HOLD-ACCT TO MT-ACCT-NO
            MOVE WS-INTEREST TO MT-AMOUNT
            MOVE "C" TO MT-TYPE
            MOVE WS-RUN-DATE TO MT-EFF-DATE
            MOVE ZERO TO MT-ORIG-DATE
            PERFORM 378-WRITE-MATURITY-REC
            .
      *
       378-WRITE-MATURITY-REC.
      *
      *writes one maturity transaction for the gateway
      *
            WRITE MATURITY-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE MATURITY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-TRANS-CNT
            .
      *
       380-WRITE-NOTICE.
      *
      *extracts the maturity notice for a deposit maturing inside
      *the window, with the interest it will earn on what it holds
      *today, and marks the maturity notified
      *
            IF WS-BALANCE > TD-PRINCIPAL
                MOVE TD-PRINCIPAL TO WS-INT-BASE
            ELSE
                IF WS-BALANCE > 0
                    MOVE WS-BALANCE TO WS-INT-BASE
                ELSE
                    MOVE ZERO TO WS-INT-BASE
                END-IF
            END-IF
            COMPUTE WS-TERM-DAYS =
                    FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                  - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
            IF WS-TERM-DAYS < 0
                MOVE ZERO TO WS-TERM-DAYS
            END-IF
            COMPUTE WS-INTEREST ROUNDED =
                    WS-INT-BASE * TD-RATE * WS-TERM-DAYS / 36500
            MOVE SPACES TO NOTICE-REC
            MOVE TD-ACCT-NO TO TN-ACCT-NO
            MOVE NM-CUST-NO TO TN-CUST-NO
            MOVE NM-CUST-NAME TO TN-CUST-NAME
            MOVE NM-BRANCH TO TN-BRANCH
            MOVE TD-MATURITY-DATE TO TN-MATURITY-DATE
            MOVE WS-INT-BASE TO TN-PRINCIPAL
            MOVE TD-RATE TO TN-RATE
            MOVE WS-INTEREST TO TN-INTEREST
            MOVE TD-INSTRUCTION TO TN-INSTRUCTION
            MOVE TD-LINK-ACCT TO TN-LINK-ACCT
            MOVE WS-RUN-DATE TO TN-RUN-DATE
            WRITE NOTICE-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE NOTICE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE TD-MATURITY-DATE TO TD-NOTICE-DATE
            ADD 1 TO WS-NOTICE-CNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE TD-ACCT-NO TO DL-ACCT-NO
            MOVE "NOTICE" TO DL-EVENT
            MOVE TD-MATURITY-DATE TO DL-MATURITY
            MOVE WS-INTEREST TO DL-INTEREST
            MOVE WS-INT-BASE TO DL-AMOUNT
            IF TD-PAY-OUT
                MOVE TD-LINK-ACCT TO DL-LINK-ACCT
            END-IF
            MOVE WS-BALANCE TO DL-BALANCE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       390-SET-MATURITY-DATE.
      *
      *works out the maturity date : the start date rolled forward
      *one month at a time for the term
      *
            MOVE TD-START-DATE TO WS-ROLL-DATE-N
            MOVE WS-ROLL-DD TO WS-DUE-DAY
            IF WS-DUE-DAY > 28
                MOVE 28 TO WS-DUE-DAY
            END-IF
            PERFORM 395-ROLL-ONE-MONTH TD-TERM TIMES
            MOVE WS-ROLL-DATE-N TO TD-MATURITY-DATE
            .
      *
       395-ROLL-ONE-MONTH.
      *
      *advances ws-roll-date one month, onto the start date's day
      *
            ADD 1 TO WS-ROLL-MM
            IF WS-ROLL-MM > 12
                MOVE 1 TO WS-ROLL-MM
                ADD 1 TO WS-ROLL-YYYY
            END-IF
            MOVE WS-DUE-DAY TO WS-ROLL-DD
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one register line . starts a new page and reprints
      *the headings whenever the page fills up or the register is
      *starting
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
      *starts a new register page : bumps the page counter and
      *writes the three heading lines followed by a blank line
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
      *prints the run totals so the day's maturity transactions can
      *be proved against the gateway's count of them
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DEPOSITS " WS-TD-READ-CNT
                   "  BOOKED " WS-BOOKED-CNT
                   "  MATURED " WS-MATURED-CNT
                   "  NOTICES " WS-NOTICE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "RENEWED " WS-RENEWED-CNT
                   "  PAID OUT " WS-PAID-OUT-CNT
                   "  HELD " WS-HELD-CNT
                   "  CLOSED " WS-CLOSED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE "TOTALS" TO DL-EVENT
            MOVE WS-INT-TOTAL TO DL-INTEREST
            MOVE WS-PAY-OUT-TOTAL TO DL-AMOUNT
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "DEPOSITS READ ..........: " WS-TD-READ-CNT
            DISPLAY "DEPOSITS BOOKED ........: " WS-BOOKED-CNT
            DISPLAY "AWAITING FUNDS .........: " WS-UNFUNDED-CNT
            DISPLAY "DEPOSITS UNUSABLE ......: " WS-UNUSABLE-CNT
            DISPLAY "DEPOSITS MATURED .......: " WS-MATURED-CNT
            DISPLAY "  RENEWED ..............: " WS-RENEWED-CNT
            DISPLAY "  PAID OUT .............: " WS-PAID-OUT-CNT
            DISPLAY "  HELD MATURED .........: " WS-HELD-CNT
            DISPLAY "DEPOSITS CLOSED ........: " WS-CLOSED-CNT
            DISPLAY "CLOSES WAITING .........: " WS-CLOSE-WAIT-CNT
            DISPLAY "NOTICES EXTRACTED ......: " WS-NOTICE-CNT
            DISPLAY "INTEREST AMOUNT ........: " WS-INT-TOTAL
            DISPLAY "PAID OUT AMOUNT ........: " WS-PAY-OUT-TOTAL
            DISPLAY "TRANSACTIONS WRITTEN ...: " WS-TRANS-CNT
            DISPLAY "DEPOSITS CARRIED FORWARD: " WS-TD-OUT-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE TD-MASTER
             TD-MASTER-OUT
             ACCOUNT-MASTER
             MATURITY-FILE
             NOTICE-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad date card or a
      *master out of order instead of acting on half the deposits
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM108 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (TD-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (TD-MASTER-OUT): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (ACCOUNT-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PRODUCT-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (MATURITY-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (NOTICE-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (REPORT-FILE): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
