       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM105.
      *LOAN PAYOFF QUOTE INQUIRY : FOR EACH REQUEST CARD ON PAYOFFQ
      *(A LOAN ACCOUNT, AND THE DATE THE CUSTOMER MEANS TO SETTLE ON
      *-- BLANK MEANS THE BUSINESS DATE) QUOTES THE AMOUNT THAT PAYS
      *THE LOAN OFF ON THAT DATE, FROM THE LOAN MASTER AS THE LAST
      *PGM103 POSTING RUN LEFT IT : THE PRINCIPAL OUTSTANDING, THE
      *INTEREST BILLED AND NOT YET PAID, AND SIMPLE INTEREST ON THE
      *PRINCIPAL FROM THE DATE INTEREST WAS LAST BILLED TO THE
      *PAYOFF DATE (ACTUAL DAYS OVER 365), LESS ANY MONEY HELD AS
      *PAID AHEAD . THE PER-DIEM FIGURE LETS THE BRANCH ADJUST THE
      *QUOTE WHEN THE CUSTOMER SETTLES A FEW DAYS LATE . A LOAN NOT
      *YET BOOKED IS QUOTED FROM ITS CONTRACT . LATE FEES ARE
      *DEBITED TO THE PAYING ACCOUNT AS THEY ARE CHARGED, SO THEY
      *ARE NOT PART OF THE QUOTE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REQUEST-FILE ASSIGN TO "PAYOFFQ"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "PAYOFRPT"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD LOAN-MASTER.
      *     MUST STAY IN SYNC WITH PGM103.COB'S LOAN-MASTER-REC LAYOUT
       01 LOAN-MASTER-REC.
           05 LN-ACCT-NO    COPY ACCTREC.
            05 LN-BRANCH     PIC X(3).
            05 LN-CUST-NO    PIC X(5).
            05 LN-PAY-ACCT   PIC X(5).
            05 LN-ORIG-PRINCIPAL PIC 9(7)V99.
            05 LN-RATE       PIC 9(2)V9(4).
            05 LN-TERM       PIC 9(3).
            05 LN-PAYMENT    PIC 9(7)V99.
            05 LN-OPEN-DATE  PIC 9(8).
            05 LN-FIRST-DUE  PIC 9(8).
            05 LN-STATUS     PIC X(1).
               88 LN-NEW-LOAN          VALUE SPACE.
               88 LN-ACTIVE            VALUE "A".
               88 LN-PAID-OFF          VALUE "P".
            05 LN-NEXT-DUE   PIC 9(8).
            05 LN-PRIN-BAL   PIC 9(7)V99.
            05 LN-PRIN-DUE   PIC 9(7)V99.
            05 LN-INT-DUE    PIC 9(7)V99.
            05 LN-INT-FROM   PIC 9(8).
            05 LN-DUE-CNT    PIC 9(3).
            05 LN-OLDEST-DUE PIC 9(8).
            05 LN-LAST-FEE-DUE PIC 9(8).
            05 LN-LAST-PAY-DATE PIC 9(8).
            05 LN-BILLED-CNT PIC 9(3).
            05 LN-ADVANCE    PIC 9(7)V99.
            05 FILLER        PIC X(6).
      *
       FD REQUEST-FILE.
      *     ONE CARD PER QUOTE WANTED : THE LOAN ACCOUNT IN COLS 1-5
      *     AND THE PAYOFF DATE IN COLS 6-13 (BLANK = BUSINESS DATE)
       01 REQUEST-REC.
           05 RQ-ACCT-NO      PIC X(5).
            05 RQ-PAYOFF-DATE-X PIC X(8).
            05 RQ-PAYOFF-DATE REDEFINES RQ-PAYOFF-DATE-X PIC 9(8).
            05 FILLER          PIC X(67).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM103 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
       01 WS-LAST-LN-ACCT  PIC X(5) VALUE LOW-VALUES.
      *
      *THE DAY'S QUOTE REQUESTS . EACH IS ANSWERED WHEN ITS LOAN
      *IS REACHED ON THE MASTER ; ONE NEVER REACHED IS REPORTED AS
      *NOT A LOAN . MORE THAN 500 IS FATAL (SAME 500-ENTRY RULE THE
      *SUITE'S BOUNDED TABLES USE)
       01 WS-REQ-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY RQ-IDX.
               10 WS-RQ-ACCT-NO    PIC X(5).
               10 WS-RQ-DATE       PIC 9(8).
               10 WS-RQ-DATE-OK    PIC X(1).
               10 WS-RQ-ANSWERED   PIC X(1).
      *
      *A PAYOFF DATE TAKEN APART FOR CHECKING
       01 WS-CHK-DATE.
           05 WS-CHK-YYYY     PIC 9(4).
            05 WS-CHK-MM       PIC 9(2).
            05 WS-CHK-DD       PIC 9(2).
       01 WS-CHK-DATE-N REDEFINES WS-CHK-DATE PIC 9(8).
      *
       01 WS-LOAN-OK-FLAG  PIC X(1) VALUE "Y".
           88 LOAN-USABLE          VALUE "Y".
           88 LOAN-NOT-USABLE      VALUE "N".
      *
      *THE LOAN'S POSITION THE QUOTE STARTS FROM -- AS BOOKED FOR A
      *LOAN PGM103 HAS NOT BOOKED YET
       01 WS-QT-PRIN-BAL   PIC 9(7)V99 VALUE ZERO.
       01 WS-QT-INT-DUE    PIC 9(7)V99 VALUE ZERO.
       01 WS-QT-INT-FROM   PIC 9(8) VALUE ZERO.
       01 WS-QT-ADVANCE    PIC 9(7)V99 VALUE ZERO.
      *
      *ONE QUOTE
       01 WS-QT-DAYS       PIC S9(5) VALUE ZERO.
       01 WS-QT-DAYS-ED    PIC ZZZ9.
       01 WS-QT-ACCRUED    PIC 9(7)V99 VALUE ZERO.
       01 WS-QT-PER-DIEM   PIC 9(5)V99 VALUE ZERO.
       01 WS-QT-OWED       PIC 9(8)V99 VALUE ZERO.
       01 WS-QT-PAYOFF     PIC 9(8)V99 VALUE ZERO.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *RUN CONTROL TOTALS
       01 WS-QUOTE-TOTALS.
           05 WS-REQ-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-LOAN-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-QUOTED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(80).
      *
      *HEADING AND QUOTE LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM105 LOAN PAYOFF QUOTES".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-QUOTE-HEAD.
           05 FILLER          PIC X(5)  VALUE "LOAN ".
            05 QH-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(8)  VALUE "  BRANCH".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 QH-BRANCH       PIC X(3).
            05 FILLER          PIC X(10) VALUE "  CUSTOMER".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 QH-CUST-NO      PIC X(5).
            05 FILLER          PIC X(15) VALUE "  PAYOFF DATE ".
            05 QH-PAYOFF-DATE  PIC 9(8).
      *
       01 WS-QUOTE-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
            05 QL-LABEL        PIC X(36).
            05 QL-AMOUNT       PIC ZZZZZZZ9.99.
      *
       01 WS-REFUSAL-LINE.
           05 FILLER          PIC X(5)  VALUE "LOAN ".
            05 RL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RL-PAYOFF-DATE  PIC X(8).
            05 FILLER          PIC X(4)  VALUE " -- ".
            05 RL-REASON       PIC X(40).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-LOAN
            PERFORM 300-PROCESS-ONE-LOAN
                UNTIL LN-ACCT-NO = HIGH-VALUES
            PERFORM 380-LIST-UNANSWERED
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, tables the quote requests and opens
      *the loan master and the report
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 150-LOAD-REQUESTS
            OPEN INPUT LOAN-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN LOAN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS4 NOT = 00
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
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
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
       150-LOAD-REQUESTS.
      *
      *reads every quote request into the table . a blank payoff
      *date takes the business date ; one that is not a date is
      *kept so it can be refused on the report
      *
            OPEN INPUT REQUEST-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN REQUEST-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 160-READ-REQUEST
            PERFORM 170-LOAD-ONE-REQUEST
                UNTIL END-OF-INPUT-FILE
            CLOSE REQUEST-FILE
            .
      *
       160-READ-REQUEST.
      *
      *reads the next quote request
      *
            READ REQUEST-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ REQUEST-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       170-LOAD-ONE-REQUEST.
      *
      *copies one request into the next free table slot
      *
            ADD 1 TO WS-REQ-READ-CNT
            IF WS-REQ-COUNT >= 500
                MOVE "MORE THAN 500 REQUESTS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-REQ-COUNT
            SET RQ-IDX TO WS-REQ-COUNT
            MOVE RQ-ACCT-NO TO WS-RQ-ACCT-NO(RQ-IDX)
            MOVE "Y" TO WS-RQ-DATE-OK(RQ-IDX)
            MOVE "N" TO WS-RQ-ANSWERED(RQ-IDX)
            EVALUATE TRUE
                WHEN RQ-PAYOFF-DATE-X = SPACES
                    MOVE WS-RUN-DATE TO WS-RQ-DATE(RQ-IDX)
                WHEN RQ-PAYOFF-DATE-X IS NUMERIC
                    MOVE RQ-PAYOFF-DATE TO WS-RQ-DATE(RQ-IDX)
                    MOVE RQ-PAYOFF-DATE TO WS-CHK-DATE-N
                    IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                            OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                            OR WS-CHK-YYYY < 1601
                        MOVE "N" TO WS-RQ-DATE-OK(RQ-IDX)
                    END-IF
                WHEN OTHER
                    MOVE ZERO TO WS-RQ-DATE(RQ-IDX)
                    MOVE "N" TO WS-RQ-DATE-OK(RQ-IDX)
            END-EVALUATE
            PERFORM 160-READ-REQUEST
            .
      *
       200-READ-LOAN.
      *
      *reads the next loan, insisting on ascending account order
      *
            READ LOAN-MASTER
                AT END MOVE HIGH-VALUES TO LN-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ LOAN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF LN-ACCT-NO NOT = HIGH-VALUES
                IF LN-ACCT-NO NOT > WS-LAST-LN-ACCT
                    MOVE "LOANMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE LN-ACCT-NO TO WS-LAST-LN-ACCT
                ADD 1 TO WS-LOAN-READ-CNT
            END-IF
            .
      *
       300-PROCESS-ONE-LOAN.
      *
      *answers every request for the loan in hand
      *
            PERFORM 310-TEST-ONE-REQUEST
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            PERFORM 200-READ-LOAN
            .
      *
       310-TEST-ONE-REQUEST.
      *
      *answers one request when it names the loan in hand
      *
            IF WS-RQ-ACCT-NO(RQ-IDX) = LN-ACCT-NO
                MOVE "Y" TO WS-RQ-ANSWERED(RQ-IDX)
                PERFORM 320-ANSWER-REQUEST
            END-IF
            .
      *
       320-ANSWER-REQUEST.
      *
      *quotes the loan in hand for the request's payoff date, or
      *says why it cannot be quoted
      *
            PERFORM 330-CHECK-LOAN-FIELDS
            MOVE SPACES TO RL-REASON
            EVALUATE TRUE
                WHEN LOAN-NOT-USABLE
                    MOVE "LOAN RECORD UNUSABLE" TO RL-REASON
                WHEN LN-PAID-OFF
                    MOVE "LOAN ALREADY PAID OFF" TO RL-REASON
                WHEN WS-RQ-DATE-OK(RQ-IDX) = "N"
                    MOVE "PAYOFF DATE IS NOT A DATE" TO RL-REASON
                WHEN OTHER
                    PERFORM 340-SET-POSITION
                    IF WS-RQ-DATE(RQ-IDX) < WS-QT-INT-FROM
                        MOVE "PAYOFF DATE BEFORE INTEREST BILLED TO"
                            TO RL-REASON
                    END-IF
            END-EVALUATE
            IF RL-REASON = SPACES
                PERFORM 350-PRINT-QUOTE
            ELSE
                PERFORM 370-PRINT-REFUSAL
            END-IF
            .
      *
       330-CHECK-LOAN-FIELDS.
      *
      *a loan can be quoted when its contract is numeric and, once
      *booked, so are the servicing fields the quote uses
      *
            SET LOAN-USABLE TO TRUE
            IF LN-ORIG-PRINCIPAL NOT NUMERIC
                    OR LN-RATE NOT NUMERIC
                    OR LN-TERM NOT NUMERIC
                    OR LN-OPEN-DATE NOT NUMERIC
                    OR LN-FIRST-DUE NOT NUMERIC
                SET LOAN-NOT-USABLE TO TRUE
            END-IF
            IF LOAN-USABLE
                IF LN-ORIG-PRINCIPAL = 0 OR LN-TERM = 0
                        OR LN-FIRST-DUE = 0
                    SET LOAN-NOT-USABLE TO TRUE
                END-IF
            END-IF
            IF LOAN-USABLE AND NOT LN-NEW-LOAN
                IF (NOT LN-ACTIVE AND NOT LN-PAID-OFF)
                        OR LN-PRIN-BAL NOT NUMERIC
                        OR LN-INT-DUE NOT NUMERIC
                        OR LN-INT-FROM NOT NUMERIC
                        OR LN-ADVANCE NOT NUMERIC
                    SET LOAN-NOT-USABLE TO TRUE
                END-IF
            END-IF
            .
      *
       340-SET-POSITION.
      *
      *takes the loan's position from the master, or for a loan
      *not yet booked, the position pgm103 will book it at
      *
            IF LN-NEW-LOAN
                MOVE LN-ORIG-PRINCIPAL TO WS-QT-PRIN-BAL
                MOVE ZERO TO WS-QT-INT-DUE
                MOVE LN-OPEN-DATE TO WS-QT-INT-FROM
                MOVE ZERO TO WS-QT-ADVANCE
            ELSE
                MOVE LN-PRIN-BAL TO WS-QT-PRIN-BAL
                MOVE LN-INT-DUE TO WS-QT-INT-DUE
                MOVE LN-INT-FROM TO WS-QT-INT-FROM
                MOVE LN-ADVANCE TO WS-QT-ADVANCE
            END-IF
            .
      *
       350-PRINT-QUOTE.
      *
      *works out and prints the quote : principal, billed interest
      *and interest accrued since it was last billed, less what is
      *held as paid ahead . money held over the amount owed is a
      *refund, not a quote
      *
            COMPUTE WS-QT-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RQ-DATE(RQ-IDX))
                  - FUNCTION INTEGER-OF-DATE(WS-QT-INT-FROM)
            COMPUTE WS-QT-ACCRUED ROUNDED =
                    WS-QT-PRIN-BAL * LN-RATE * WS-QT-DAYS / 36500
            COMPUTE WS-QT-PER-DIEM ROUNDED =
                    WS-QT-PRIN-BAL * LN-RATE / 36500
            ADD WS-QT-PRIN-BAL WS-QT-INT-DUE WS-QT-ACCRUED
                GIVING WS-QT-OWED
            ADD 1 TO WS-QUOTED-CNT
      *     A QUOTE IS NEVER SPLIT ACROSS TWO PAGES
            IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
                MOVE 0 TO WS-LINE-COUNT
            END-IF
            MOVE LN-ACCT-NO TO QH-ACCT-NO
            MOVE LN-BRANCH TO QH-BRANCH
            MOVE LN-CUST-NO TO QH-CUST-NO
            MOVE WS-RQ-DATE(RQ-IDX) TO QH-PAYOFF-DATE
            MOVE WS-QUOTE-HEAD TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE "PRINCIPAL OUTSTANDING" TO QL-LABEL
            MOVE WS-QT-PRIN-BAL TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            MOVE "INTEREST BILLED, UNPAID" TO QL-LABEL
            MOVE WS-QT-INT-DUE TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            MOVE SPACES TO QL-LABEL
            MOVE WS-QT-DAYS TO WS-QT-DAYS-ED
            STRING "INTEREST FROM " WS-QT-INT-FROM
                   " (" WS-QT-DAYS-ED " DAYS)"
                DELIMITED BY SIZE INTO QL-LABEL
            MOVE WS-QT-ACCRUED TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            MOVE "LESS PAID AHEAD" TO QL-LABEL
            MOVE WS-QT-ADVANCE TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            IF WS-QT-ADVANCE > WS-QT-OWED
                SUBTRACT WS-QT-OWED FROM WS-QT-ADVANCE
                    GIVING WS-QT-PAYOFF
                MOVE "NOTHING OWED -- REFUND DUE" TO QL-LABEL
            ELSE
                SUBTRACT WS-QT-ADVANCE FROM WS-QT-OWED
                    GIVING WS-QT-PAYOFF
                MOVE "PAYOFF AMOUNT" TO QL-LABEL
            END-IF
            MOVE WS-QT-PAYOFF TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            MOVE "PER DIEM AFTER PAYOFF DATE" TO QL-LABEL
            MOVE WS-QT-PER-DIEM TO QL-AMOUNT
            PERFORM 360-PRINT-QUOTE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       360-PRINT-QUOTE-LINE.
      *
      *prints one labelled figure of the quote
      *
            MOVE WS-QUOTE-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       370-PRINT-REFUSAL.
      *
      *prints a request that cannot be quoted, and why
      *
            ADD 1 TO WS-REFUSED-CNT
            MOVE WS-RQ-ACCT-NO(RQ-IDX) TO RL-ACCT-NO
            IF WS-RQ-DATE-OK(RQ-IDX) = "Y"
                MOVE WS-RQ-DATE(RQ-IDX) TO RL-PAYOFF-DATE
            ELSE
                MOVE SPACES TO RL-PAYOFF-DATE
            END-IF
            MOVE WS-REFUSAL-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       380-LIST-UNANSWERED.
      *
      *a request whose account never came up on the loan master is
      *not a loan
      *
            IF WS-RQ-ANSWERED(RQ-IDX) = "N"
                MOVE "NOT ON THE LOAN MASTER" TO RL-REASON
                PERFORM 370-PRINT-REFUSAL
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints the line already moved to report-line . starts a new
      *page and reprints the headings whenever the page fills up or
      *the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS4 NOT = 00
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
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HOLD-LINE TO REPORT-LINE
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *reports the run's counts
      *
            DISPLAY "QUOTE REQUESTS READ ....: " WS-REQ-READ-CNT
            DISPLAY "LOANS READ .............: " WS-LOAN-READ-CNT
            DISPLAY "QUOTES GIVEN ...........: " WS-QUOTED-CNT
            DISPLAY "REQUESTS REFUSED .......: " WS-REFUSED-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE LOAN-MASTER
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, an oversize request
      *table or a loan master out of order
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM105 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (LOAN-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (REQUEST-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (DATE-CARD): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
