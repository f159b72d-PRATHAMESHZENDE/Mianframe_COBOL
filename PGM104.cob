       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM104.
      *LOAN AMORTIZATION SCHEDULE PRINT : FOR EACH LOAN ON THE LOAN
      *MASTER (OR ONLY THE ONE NAMED ON THE AMORPARM CARD) PRINTS
      *THE CONTRACTUAL SCHEDULE -- EVERY INSTALLMENT'S DUE DATE,
      *PAYMENT, INTEREST, PRINCIPAL AND THE BALANCE LEFT AFTER IT --
      *WORKED OUT FROM THE ORIGINAL PRINCIPAL THE SAME WAY PGM103
      *BILLS : A MONTH'S INTEREST ON THE BALANCE, THE REST OF THE
      *LEVEL PAYMENT AS PRINCIPAL, THE LAST INSTALLMENT CLEARING
      *WHAT IS LEFT . INSTALLMENTS PGM103 HAS BILLED ARE MARKED PAID
      *OR PAST DUE, AND THE LOAN'S HEADING CARRIES ITS ACTUAL
      *POSITION AS OF THE LAST POSTING RUN, SO THE PRINT SERVES BOTH
      *THE CUSTOMER COPY AND THE BRANCH'S COLLECTIONS DESK . A LOAN
      *WHOSE PAYMENT DOES NOT EVEN COVER THE FIRST MONTH'S INTEREST
      *IS PRINTED WITH A WARNING
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
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "AMORPARM"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "AMORRPT"
            FILE STATUS IS WS-STATUS3
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
       FD PARAM-FILE.
      *     OPTIONAL . A LOAN ACCOUNT IN COLS 1-5 PRINTS THAT LOAN'S
      *     SCHEDULE ONLY ; ABSENT OR BLANK PRINTS EVERY LOAN NOT
      *     YET PAID OFF
       01 PARAM-REC.
           05 PRM-ACCT-NO     PIC X(5).
            05 FILLER          PIC X(75).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-SELECT-ACCT   PIC X(5) VALUE SPACES.
       01 WS-LAST-LN-ACCT  PIC X(5) VALUE LOW-VALUES.
      *
       01 WS-LOAN-OK-FLAG  PIC X(1) VALUE "Y".
           88 LOAN-USABLE          VALUE "Y".
           88 LOAN-NOT-USABLE      VALUE "N".
      *
      *THE LEVEL-PAYMENT ARITHMETIC, AS PGM103 BOOKS IT
       01 WS-PAYMENT       PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-RATE    PIC 9V9(10) VALUE ZERO.
       01 WS-RATE-FACTOR   PIC 9(5)V9(10) VALUE ZERO.
       01 WS-FACTOR-LESS-1 PIC 9(5)V9(10) VALUE ZERO.
      *
      *THE SCHEDULE BEING WORKED OUT, ONE INSTALLMENT AT A TIME
       01 WS-INST-NO       PIC 9(3) VALUE ZERO.
       01 WS-SCHED-BAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-INT     PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-PRIN    PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-PAY     PIC 9(7)V99 VALUE ZERO.
       01 WS-PAID-CNT      PIC 9(3) VALUE ZERO.
       01 WS-BILLED-CNT    PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PAY     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-INT     PIC 9(9)V99 VALUE ZERO.
      *
      *DATE ROLLING, THE SAME MONTHLY ROLL PGM103 BILLS ON
       01 WS-ROLL-DATE.
           05 WS-ROLL-YYYY    PIC 9(4).
            05 WS-ROLL-MM      PIC 9(2).
            05 WS-ROLL-DD      PIC 9(2).
       01 WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE PIC 9(8).
       01 WS-DUE-DAY       PIC 9(2) VALUE ZERO.
      *
      *RUN CONTROL TOTALS
       01 WS-PRINT-TOTALS.
           05 WS-LOAN-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-PRINTED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-UNUSABLE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-WARNING-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . EVERY LOAN
      *STARTS ON A FRESH PAGE SO ITS PAGES CAN GO TO THE CUSTOMER
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(80).
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM104 LOAN AMORTIZATION SCHEDULE".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(5)  VALUE "LOAN ".
            05 H2-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(8)  VALUE "  BRANCH".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 H2-BRANCH       PIC X(3).
            05 FILLER          PIC X(10) VALUE "  CUSTOMER".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 H2-CUST-NO      PIC X(5).
            05 FILLER          PIC X(12) VALUE "   PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(10) VALUE "PRINCIPAL ".
            05 H3-PRINCIPAL    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(7)  VALUE "  RATE ".
            05 H3-RATE         PIC Z9.9999.
            05 FILLER          PIC X(7)  VALUE "  TERM ".
            05 H3-TERM         PIC ZZ9.
            05 FILLER          PIC X(10) VALUE "  PAYMENT ".
            05 H3-PAYMENT      PIC ZZZZZZ9.99.
      *
       01 WS-HEADING-4.
           05 FILLER          PIC X(10) VALUE "BALANCE   ".
            05 H4-PRIN-BAL     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(7)  VALUE "  DUE  ".
            05 H4-TOTAL-DUE    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(8)  VALUE "  AHEAD ".
            05 H4-ADVANCE      PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 H4-STATUS       PIC X(10).
      *
       01 WS-HEADING-5.
           05 FILLER          PIC X(5)  VALUE "  NO ".
            05 FILLER          PIC X(10) VALUE "DUE DATE".
            05 FILLER          PIC X(11) VALUE "    PAYMENT".
            05 FILLER          PIC X(11) VALUE "   INTEREST".
            05 FILLER          PIC X(11) VALUE "  PRINCIPAL".
            05 FILLER          PIC X(11) VALUE "    BALANCE".
            05 FILLER          PIC X(10) VALUE "  STATUS".
      *
       01 WS-WARNING-LINE.
           05 FILLER          PIC X(40)
                VALUE "*** PAYMENT DOES NOT COVER THE MONTH'S I".
            05 FILLER          PIC X(40)
                VALUE "NTEREST -- THE BALANCE WILL NOT FALL ***".
      *
       01 WS-DETAIL-LINE.
           05 DL-INST-NO      PIC ZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DUE-DATE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-PAYMENT      PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-INTEREST     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-PRINCIPAL    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-STATUS       PIC X(8).
      *
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(13) VALUE "TOTALS".
            05 TL-PAYMENT      PIC ZZZZZZZZ9.99.
            05 TL-INTEREST     PIC ZZZZZZZ9.99.
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
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *reads the optional selection card and opens the loan master
      *and the report
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END MOVE SPACES TO WS-SELECT-ACCT
                NOT AT END MOVE PRM-ACCT-NO TO WS-SELECT-ACCT
            END-READ
            CLOSE PARAM-FILE
            OPEN INPUT LOAN-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN LOAN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
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
      *prints the schedule of the loan in hand when it is the one
      *asked for, or when every open loan is . a paid-off loan is
      *printed only when asked for by name
      *
            IF WS-SELECT-ACCT = SPACES
                IF NOT LN-PAID-OFF
                    PERFORM 310-PRINT-ONE-SCHEDULE
                END-IF
            ELSE
                IF LN-ACCT-NO = WS-SELECT-ACCT
                    PERFORM 310-PRINT-ONE-SCHEDULE
                END-IF
            END-IF
            PERFORM 200-READ-LOAN
            .
      *
       310-PRINT-ONE-SCHEDULE.
      *
      *checks the loan's contract, heads a fresh page with the
      *contract and the actual position, and prints every
      *installment of the term
      *
            PERFORM 320-CHECK-LOAN-FIELDS
            IF LOAN-NOT-USABLE
                ADD 1 TO WS-UNUSABLE-CNT
                DISPLAY "LOAN " LN-ACCT-NO " UNUSABLE, NOT PRINTED"
            ELSE
                ADD 1 TO WS-PRINTED-CNT
                PERFORM 330-SET-PAYMENT
                PERFORM 340-SET-POSITION
                MOVE 0 TO WS-LINE-COUNT
                MOVE ZERO TO WS-TOTAL-PAY
                MOVE ZERO TO WS-TOTAL-INT
                MOVE LN-ORIG-PRINCIPAL TO WS-SCHED-BAL
                MOVE LN-FIRST-DUE TO WS-ROLL-DATE-N
                COMPUTE WS-SCHED-INT ROUNDED =
                        WS-SCHED-BAL * LN-RATE / 1200
                IF WS-SCHED-INT NOT < WS-PAYMENT
                    ADD 1 TO WS-WARNING-CNT
                    MOVE WS-WARNING-LINE TO REPORT-LINE
                    PERFORM 400-PRINT-DETAIL-RTN
                END-IF
                PERFORM 350-PRINT-ONE-INSTALLMENT
                    VARYING WS-INST-NO FROM 1 BY 1
                    UNTIL WS-INST-NO > LN-TERM
                        OR WS-SCHED-BAL = 0
                MOVE WS-TOTAL-PAY TO TL-PAYMENT
                MOVE WS-TOTAL-INT TO TL-INTEREST
                MOVE SPACES TO REPORT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
                MOVE WS-TOTAL-LINE TO REPORT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       320-CHECK-LOAN-FIELDS.
      *
      *a loan can be scheduled when its contract is numeric
      *
            SET LOAN-USABLE TO TRUE
            IF LN-ORIG-PRINCIPAL NOT NUMERIC
                    OR LN-RATE NOT NUMERIC
                    OR LN-TERM NOT NUMERIC
                    OR LN-PAYMENT NOT NUMERIC
                    OR LN-FIRST-DUE NOT NUMERIC
                SET LOAN-NOT-USABLE TO TRUE
            END-IF
            IF LOAN-USABLE
                IF LN-ORIG-PRINCIPAL = 0 OR LN-TERM = 0
                        OR LN-FIRST-DUE = 0
                    SET LOAN-NOT-USABLE TO TRUE
                END-IF
            END-IF
            .
      *
       330-SET-PAYMENT.
      *
      *takes the contract's payment, or for a loan not yet booked
      *that states none, the level payment pgm103 will book
      *
            MOVE LN-PAYMENT TO WS-PAYMENT
            IF WS-PAYMENT = 0
                IF LN-RATE = 0
                    COMPUTE WS-PAYMENT ROUNDED =
                            LN-ORIG-PRINCIPAL / LN-TERM
                ELSE
                    COMPUTE WS-MONTH-RATE = LN-RATE / 1200
                    COMPUTE WS-RATE-FACTOR =
                            (1 + WS-MONTH-RATE) ** LN-TERM
                    SUBTRACT 1 FROM WS-RATE-FACTOR
                        GIVING WS-FACTOR-LESS-1
                    COMPUTE WS-PAYMENT ROUNDED =
                            LN-ORIG-PRINCIPAL * WS-MONTH-RATE
                            * WS-RATE-FACTOR / WS-FACTOR-LESS-1
                END-IF
            END-IF
            .
      *
       340-SET-POSITION.
      *
      *fills the heading with the contract and the loan's actual
      *position as the last posting run left it . installments
      *billed and since paid are the billed count less those still
      *unpaid
      *
            MOVE LN-ACCT-NO TO H2-ACCT-NO
            MOVE LN-BRANCH TO H2-BRANCH
            MOVE LN-CUST-NO TO H2-CUST-NO
            MOVE LN-ORIG-PRINCIPAL TO H3-PRINCIPAL
            MOVE LN-RATE TO H3-RATE
            MOVE LN-TERM TO H3-TERM
            MOVE WS-PAYMENT TO H3-PAYMENT
            MOVE ZERO TO WS-PAID-CNT
            EVALUATE TRUE
                WHEN LN-NEW-LOAN
                    MOVE LN-ORIG-PRINCIPAL TO H4-PRIN-BAL
                    MOVE ZERO TO H4-TOTAL-DUE
                    MOVE ZERO TO H4-ADVANCE
                    MOVE "NOT BOOKED" TO H4-STATUS
                    MOVE ZERO TO WS-BILLED-CNT
                WHEN OTHER
                    MOVE LN-PRIN-BAL TO H4-PRIN-BAL
                    ADD LN-PRIN-DUE LN-INT-DUE GIVING H4-TOTAL-DUE
                    MOVE LN-ADVANCE TO H4-ADVANCE
                    MOVE LN-BILLED-CNT TO WS-BILLED-CNT
                    IF LN-PAID-OFF
                        MOVE "PAID OFF" TO H4-STATUS
                    ELSE
                        IF LN-DUE-CNT > 0
                            MOVE "IN ARREARS" TO H4-STATUS
                        ELSE
                            MOVE "CURRENT" TO H4-STATUS
                        END-IF
                    END-IF
                    IF LN-BILLED-CNT > LN-DUE-CNT
                        SUBTRACT LN-DUE-CNT FROM LN-BILLED-CNT
                            GIVING WS-PAID-CNT
                    END-IF
            END-EVALUATE
            .
      *
       350-PRINT-ONE-INSTALLMENT.
      *
      *works out and prints one installment : a month's interest on
      *the balance, the rest of the payment as principal, never more
      *principal than is left and all of it on the last installment
      *of the term
      *
            COMPUTE WS-SCHED-INT ROUNDED =
                    WS-SCHED-BAL * LN-RATE / 1200
            IF WS-PAYMENT > WS-SCHED-INT
                SUBTRACT WS-SCHED-INT FROM WS-PAYMENT
                    GIVING WS-SCHED-PRIN
            ELSE
                MOVE ZERO TO WS-SCHED-PRIN
            END-IF
            IF WS-SCHED-PRIN > WS-SCHED-BAL
                    OR WS-INST-NO = LN-TERM
                MOVE WS-SCHED-BAL TO WS-SCHED-PRIN
            END-IF
            ADD WS-SCHED-INT WS-SCHED-PRIN GIVING WS-SCHED-PAY
            SUBTRACT WS-SCHED-PRIN FROM WS-SCHED-BAL
            ADD WS-SCHED-PAY TO WS-TOTAL-PAY
            ADD WS-SCHED-INT TO WS-TOTAL-INT
            MOVE WS-INST-NO TO DL-INST-NO
            MOVE WS-ROLL-DATE-N TO DL-DUE-DATE
            MOVE WS-SCHED-PAY TO DL-PAYMENT
            MOVE WS-SCHED-INT TO DL-INTEREST
            MOVE WS-SCHED-PRIN TO DL-PRINCIPAL
            MOVE WS-SCHED-BAL TO DL-BALANCE
            EVALUATE TRUE
                WHEN WS-INST-NO NOT > WS-PAID-CNT
                    MOVE "PAID" TO DL-STATUS
                WHEN WS-INST-NO NOT > WS-BILLED-CNT
                    MOVE "PAST DUE" TO DL-STATUS
                WHEN OTHER
                    MOVE SPACES TO DL-STATUS
            END-EVALUATE
            MOVE WS-DETAIL-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 390-ROLL-ONE-MONTH
            .
      *
       390-ROLL-ONE-MONTH.
      *
      *advances ws-roll-date one month, onto the loan's due day
      *(its first due date's day, the 28th for a day past it)
      *
            MOVE LN-FIRST-DUE(7:2) TO WS-DUE-DAY
            IF WS-DUE-DAY > 28
                MOVE 28 TO WS-DUE-DAY
            END-IF
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
      *prints the line already moved to report-line . starts a new
      *page and reprints the headings whenever the page fills up,
      *the loan changes or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page for the loan in hand . the line waiting in
      *report-line is kept across the headings
      *
            MOVE REPORT-LINE TO WS-HOLD-LINE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            WRITE REPORT-LINE FROM WS-HEADING-4
            WRITE REPORT-LINE FROM WS-HEADING-5
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HOLD-LINE TO REPORT-LINE
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *reports the run's counts, and says so on the report when the
      *loan asked for is not on the master
      *
            IF WS-SELECT-ACCT NOT = SPACES AND WS-PRINTED-CNT = 0
                    AND WS-UNUSABLE-CNT = 0
                MOVE SPACES TO REPORT-LINE
                STRING "LOAN " WS-SELECT-ACCT
                       " IS NOT ON THE LOAN MASTER"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "LOAN " WS-SELECT-ACCT " NOT ON LOANMSTR"
            END-IF
            DISPLAY "LOANS READ .............: " WS-LOAN-READ-CNT
            DISPLAY "SCHEDULES PRINTED ......: " WS-PRINTED-CNT
            DISPLAY "LOANS UNUSABLE .........: " WS-UNUSABLE-CNT
            DISPLAY "PAYMENT WARNINGS .......: " WS-WARNING-CNT
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
      *terminates the run on a bad file status or a loan master out
      *of order
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM104 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (LOAN-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (PARAM-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
