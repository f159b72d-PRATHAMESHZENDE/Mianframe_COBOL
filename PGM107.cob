       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM107.
      *DAILY GL-TO-SUBLEDGER RECONCILIATION OF CUSTOMER DEPOSITS :
      *ONCE PGM106 HAS POSTED THE NIGHT'S JOURNAL, THE CUSTOMER
      *DEPOSIT LIABILITY AND OVERDRAFTS ASSET LINES IN THE GL MASTER
      *(GLMSTR) ARE PROVED BRANCH BY BRANCH AND PRODUCT BY PRODUCT
      *AGAINST THE ACCOUNT MASTER (NEWMSTR) THAT MAKES THEM UP . EACH
      *ACCOUNT'S NM-AMOUNT IS TOTALLED UNDER ITS OWN NM-BRANCH AND
      *NM-PRODUCT : A BALANCE ABOVE ZERO AGAINST THE DEPOSIT LINE, AN
      *OVERDRAWN ONE AGAINST THE OVERDRAFTS LINE, SO AN OVERDRAFT
      *NEVER NETS AWAY A DEPOSIT SHORTFALL . EVERY BRANCH/PRODUCT IS
      *PRINTED WITH ITS SUBLEDGER TOTAL, ITS GL BALANCE AND THE
      *DIFFERENCE . A DIFFERENCE WITHIN THE TOLERANCE ON THE RCNPARM
      *CARD IS FLAGGED ONLY ; ANY DIFFERENCE BEYOND IT ENDS THE STEP
      *WITH RETURN CODE 8 AFTER THE FULL REPORT IS WRITTEN, THE SAME
      *HARD STOP PGM55 MAKES, SO A JOURNAL PGM84 MIS-MAPPED IS CAUGHT
      *THE SAME MORNING . A BAD FILE OR CARD ENDS WITH RETURN CODE 16
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
           SELECT GL-MASTER ASSIGN TO "GLMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "RCNPARM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "DEPRECON"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NEW-MASTER.
      *     MUST STAY IN SYNC WITH PGM52.COB'S NEW-MASTER-REC LAYOUT --
      *     A SHORTER RECORD HERE READS A PHYSICAL LINE LONGER THAN ITS
      *     OWN FD AND ABENDS WITH FILE STATUS "06"
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
       FD GL-MASTER.
      *     THE GL MASTER AS PGM106 LEAVES IT . MUST STAY IN SYNC WITH
      *     PGM106.COB'S GL-MASTER-REC LAYOUT
       01 GL-MASTER-REC.
           05 GM-KEY.
               10 GM-GL-ACCOUNT PIC X(16).
               10 GM-BRANCH     PIC X(3).
               10 GM-PRODUCT    PIC X(2).
            05 GM-TYPE       PIC X(1).
            05 GM-BALANCE    PIC S9(11)V99 SIGN LEADING SEPARATE.
      *        DEBIT-POSITIVE ; A CREDIT BALANCE IS NEGATIVE
            05 GM-MTD-DR     PIC 9(11)V99.
            05 GM-MTD-CR     PIC 9(11)V99.
            05 GM-PERIOD     PIC 9(6).
            05 GM-LAST-POST  PIC 9(8).
            05 FILLER        PIC X(4).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PARAM-FILE.
      *     COLS 1-9 THE TOLERANCE, 9(7)V99 WITH NO DECIMAL POINT
      *     (BLANK TAKES ZERO -- EVERY CENT MUST TIE)
       01 PARAM-REC.
           05 PRM-TOLERANCE-X PIC X(9).
            05 PRM-TOLERANCE REDEFINES PRM-TOLERANCE-X PIC 9(7)V99.
            05 FILLER          PIC X(71).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(100).
      *
       SD SORT-FILE.
      *     ONE ROW PER ACCOUNT MASTER RECORD AND ONE PER DEPOSIT OR
      *     OVERDRAFTS GL BALANCE, EACH CARRYING ONLY ITS OWN FIGURE,
      *     SO ONE SORT BRINGS BOTH SIDES OF A BRANCH/PRODUCT TOGETHER
       01 SORT-REC.
           05 SR-KEY.
               10 SR-BRANCH     PIC X(3).
               10 SR-PRODUCT    PIC X(2).
            05 SR-ACCT-CNT   PIC 9(1).
            05 SR-SUB-DEP    PIC S9(11)V99.
            05 SR-SUB-OD     PIC S9(11)V99.
            05 SR-GL-DEP     PIC S9(11)V99.
            05 SR-GL-OD      PIC S9(11)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE      PIC 9(8).
       01 WS-TOLERANCE     PIC 9(7)V99 VALUE ZERO.
      *
      *THE GL LINES PGM84 JOURNALS THE ACCOUNT MASTER'S BALANCES TO .
      *MUST MATCH THE ACCOUNT NAMES PGM84.COB MOVES TO JR-GL-ACCOUNT
       01 WS-DEPOSIT-ACCOUNT  PIC X(16) VALUE "CUSTOMER DEPOSIT".
       01 WS-OD-ACCOUNT       PIC X(16) VALUE "OVERDRAFTS".
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *THE BRANCH/PRODUCT BEING GATHERED FROM THE SORT
       01 WS-CUR-KEY.
           05 WS-CUR-BRANCH  PIC X(3).
            05 WS-CUR-PRODUCT PIC X(2).
       01 WS-CUR-FIGURES.
           05 WS-CUR-ACCT-CNT PIC 9(7) VALUE ZERO.
            05 WS-CUR-SUB-DEP  PIC S9(13)V99 VALUE ZERO.
            05 WS-CUR-SUB-OD   PIC S9(13)V99 VALUE ZERO.
            05 WS-CUR-GL-DEP   PIC S9(13)V99 VALUE ZERO.
            05 WS-CUR-GL-OD    PIC S9(13)V99 VALUE ZERO.
      *
      *ONE COMPARISON : THE TWO SIDES, THEIR DIFFERENCE (SUBLEDGER
      *LESS GL) AND THE DIFFERENCE'S SIZE WITHOUT ITS SIGN
       01 WS-CMP-SUB       PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-GL        PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-DIFF      PIC S9(13)V99 VALUE ZERO.
       01 WS-CMP-ABS-DIFF  PIC 9(13)V99 VALUE ZERO.
      *
      *RECONCILIATION TOTALS
       01 WS-RECON-TOTALS.
           05 WS-NM-CNT         PIC 9(7) VALUE ZERO.
            05 WS-GM-CNT         PIC 9(7) VALUE ZERO.
            05 WS-GM-USED-CNT    PIC 9(7) VALUE ZERO.
            05 WS-KEY-CNT        PIC 9(7) VALUE ZERO.
            05 WS-WITHIN-CNT     PIC 9(7) VALUE ZERO.
            05 WS-OUT-CNT        PIC 9(7) VALUE ZERO.
            05 WS-TOT-SUB-DEP    PIC S9(13)V99 VALUE ZERO.
            05 WS-TOT-SUB-OD     PIC S9(13)V99 VALUE ZERO.
            05 WS-TOT-GL-DEP     PIC S9(13)V99 VALUE ZERO.
            05 WS-TOT-GL-OD      PIC S9(13)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(100).
      *
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(50)
                VALUE "PGM107 DEPOSIT GL-TO-SUBLEDGER RECONCILIATION".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(15) VALUE "   TOLERANCE ".
            05 H2-TOLERANCE    PIC Z(6)9.99.
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(3)  VALUE "PR".
            05 FILLER          PIC X(11) VALUE "LINE".
            05 FILLER          PIC X(8)  VALUE "  ACCTS".
            05 FILLER          PIC X(18) VALUE "        SUBLEDGER".
            05 FILLER          PIC X(18) VALUE "       GL BALANCE".
            05 FILLER          PIC X(18) VALUE "       DIFFERENCE".
      *
      *ONE COMPARISON LINE
       01 WS-RC-LINE.
           05 RC-KEY-AREA.
               10 RC-BRANCH    PIC X(3).
               10 FILLER       PIC X(1).
               10 RC-PRODUCT   PIC X(2).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-LINE-NAME    PIC X(10).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-ACCT-CNT     PIC ZZZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-SUB          PIC -(13)9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-GL           PIC -(13)9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-DIFF         PIC -(13)9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RC-FLAG         PIC X(18).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            SORT SORT-FILE
                ON ASCENDING KEY SR-KEY
                INPUT PROCEDURE IS 200-RELEASE-ROWS
                OUTPUT PROCEDURE IS 300-RECONCILE
            PERFORM 600-REPORT-RECONCILIATION-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and tolerance and opens the report
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 115-READ-PARAMETER-CARD
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS5 NOT = 00
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
            DISPLAY "RECONCILIATION BUSINESS DATE : " WS-RUN-DATE
            .
      *
       115-READ-PARAMETER-CARD.
      *
      *reads the tolerance . a blank card field means none : every
      *branch/product must tie to the cent
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY RCNPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-TOLERANCE-X NOT = SPACES
                IF PRM-TOLERANCE-X IS NUMERIC
                    MOVE PRM-TOLERANCE TO WS-TOLERANCE
                ELSE
                    MOVE "BAD RCNPARM TOLERANCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            CLOSE PARAM-FILE
            MOVE WS-TOLERANCE TO H2-TOLERANCE
            .
      *
       200-RELEASE-ROWS.
      *
      *is the sort's input procedure . releases one row per account
      *master record, then one per deposit or overdrafts gl balance
      *
            OPEN INPUT NEW-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 210-READ-NEW-MASTER
            PERFORM 220-RELEASE-ONE-ACCOUNT
                UNTIL END-OF-INPUT-FILE
            CLOSE NEW-MASTER
            OPEN INPUT GL-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN GL-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 230-READ-GL-MASTER
            PERFORM 240-RELEASE-ONE-BALANCE
                UNTIL END-OF-INPUT-FILE
            CLOSE GL-MASTER
            .
      *
       210-READ-NEW-MASTER.
      *
      *reads the next account master record
      *
            READ NEW-MASTER
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-ACCOUNT.
      *
      *releases the account in hand under its own branch and product,
      *its balance against deposits when it is in credit and against
      *overdrafts (as a positive figure) when it is overdrawn
      *
            ADD 1 TO WS-NM-CNT
            MOVE NM-BRANCH TO SR-BRANCH
            MOVE NM-PRODUCT TO SR-PRODUCT
            MOVE 1 TO SR-ACCT-CNT
            MOVE 0 TO SR-SUB-DEP SR-SUB-OD SR-GL-DEP SR-GL-OD
            IF NM-AMOUNT < 0
                COMPUTE SR-SUB-OD = 0 - NM-AMOUNT
            ELSE
                MOVE NM-AMOUNT TO SR-SUB-DEP
            END-IF
            RELEASE SORT-REC
            PERFORM 210-READ-NEW-MASTER
            .
      *
       230-READ-GL-MASTER.
      *
      *reads the next gl master record
      *
            READ GL-MASTER
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ GL-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       240-RELEASE-ONE-BALANCE.
      *
      *releases the gl balance in hand when it is a deposit or
      *overdrafts line . balances are held debit-positive, so the
      *deposit liability's credit balance is turned round to compare
      *with the account balances that make it up
      *
            ADD 1 TO WS-GM-CNT
            IF GM-GL-ACCOUNT = WS-DEPOSIT-ACCOUNT
                    OR GM-GL-ACCOUNT = WS-OD-ACCOUNT
                ADD 1 TO WS-GM-USED-CNT
                MOVE GM-BRANCH TO SR-BRANCH
                MOVE GM-PRODUCT TO SR-PRODUCT
                MOVE 0 TO SR-ACCT-CNT
                MOVE 0 TO SR-SUB-DEP SR-SUB-OD SR-GL-DEP SR-GL-OD
                IF GM-GL-ACCOUNT = WS-DEPOSIT-ACCOUNT
                    COMPUTE SR-GL-DEP = 0 - GM-BALANCE
                ELSE
                    MOVE GM-BALANCE TO SR-GL-OD
                END-IF
                RELEASE SORT-REC
            END-IF
            PERFORM 230-READ-GL-MASTER
            .
      *
       300-RECONCILE.
      *
      *is the sort's output procedure . gathers each branch/product
      *and prints its comparison
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 310-RETURN-ROW
            PERFORM 320-RECONCILE-ONE-KEY
                UNTIL END-OF-INPUT-FILE
            IF WS-KEY-CNT = 0
                MOVE SPACES TO REPORT-LINE
                MOVE "NO DEPOSIT ACCOUNTS OR GL BALANCES" TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            .
      *
       310-RETURN-ROW.
      *
      *returns the next sorted row
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       320-RECONCILE-ONE-KEY.
      *
      *totals every row of the branch/product in hand, then compares
      *the deposit line and, where either side holds one, the
      *overdrafts line
      *
            MOVE SR-KEY TO WS-CUR-KEY
            INITIALIZE WS-CUR-FIGURES
            PERFORM 330-ADD-ONE-ROW
                UNTIL END-OF-INPUT-FILE OR SR-KEY NOT = WS-CUR-KEY
            ADD 1 TO WS-KEY-CNT
            ADD WS-CUR-SUB-DEP TO WS-TOT-SUB-DEP
            ADD WS-CUR-SUB-OD TO WS-TOT-SUB-OD
            ADD WS-CUR-GL-DEP TO WS-TOT-GL-DEP
            ADD WS-CUR-GL-OD TO WS-TOT-GL-OD
            MOVE SPACES TO WS-RC-LINE
            MOVE WS-CUR-BRANCH TO RC-BRANCH
            MOVE WS-CUR-PRODUCT TO RC-PRODUCT
            MOVE "DEPOSITS" TO RC-LINE-NAME
            MOVE WS-CUR-ACCT-CNT TO RC-ACCT-CNT
            MOVE WS-CUR-SUB-DEP TO WS-CMP-SUB
            MOVE WS-CUR-GL-DEP TO WS-CMP-GL
            PERFORM 340-COMPARE-AND-PRINT
            IF WS-CUR-SUB-OD NOT = 0 OR WS-CUR-GL-OD NOT = 0
                MOVE SPACES TO WS-RC-LINE
                MOVE WS-CUR-BRANCH TO RC-BRANCH
                MOVE WS-CUR-PRODUCT TO RC-PRODUCT
                MOVE "OVERDRAFTS" TO RC-LINE-NAME
                MOVE WS-CUR-SUB-OD TO WS-CMP-SUB
                MOVE WS-CUR-GL-OD TO WS-CMP-GL
                PERFORM 340-COMPARE-AND-PRINT
            END-IF
            .
      *
       330-ADD-ONE-ROW.
      *
      *adds one sorted row into the branch/product in hand
      *
            ADD SR-ACCT-CNT TO WS-CUR-ACCT-CNT
            ADD SR-SUB-DEP TO WS-CUR-SUB-DEP
            ADD SR-SUB-OD TO WS-CUR-SUB-OD
            ADD SR-GL-DEP TO WS-CUR-GL-DEP
            ADD SR-GL-OD TO WS-CUR-GL-OD
            PERFORM 310-RETURN-ROW
            .
      *
       340-COMPARE-AND-PRINT.
      *
      *prints one comparison, flagging a difference within the
      *tolerance and counting one beyond it
      *
            SUBTRACT WS-CMP-GL FROM WS-CMP-SUB GIVING WS-CMP-DIFF
            IF WS-CMP-DIFF < 0
                COMPUTE WS-CMP-ABS-DIFF = 0 - WS-CMP-DIFF
            ELSE
                MOVE WS-CMP-DIFF TO WS-CMP-ABS-DIFF
            END-IF
            MOVE WS-CMP-SUB TO RC-SUB
            MOVE WS-CMP-GL TO RC-GL
            MOVE WS-CMP-DIFF TO RC-DIFF
            IF WS-CMP-ABS-DIFF > WS-TOLERANCE
                MOVE "*** OUT OF BALANCE" TO RC-FLAG
                ADD 1 TO WS-OUT-CNT
            ELSE
                IF WS-CMP-DIFF NOT = 0
                    MOVE "WITHIN TOLERANCE" TO RC-FLAG
                    ADD 1 TO WS-WITHIN-CNT
                END-IF
            END-IF
            MOVE WS-RC-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
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
            IF WS-STATUS5 NOT = 00
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
       600-REPORT-RECONCILIATION-RTN.
      *
      *prints the grand totals and the verdict . any difference
      *beyond the tolerance sets return code 8 once the whole report
      *is written, so the jcl can hold every following step
      *
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO WS-RC-LINE
            MOVE "TOTAL" TO RC-KEY-AREA
            MOVE "DEPOSITS" TO RC-LINE-NAME
            MOVE WS-NM-CNT TO RC-ACCT-CNT
            MOVE WS-TOT-SUB-DEP TO RC-SUB
            MOVE WS-TOT-GL-DEP TO RC-GL
            SUBTRACT WS-TOT-GL-DEP FROM WS-TOT-SUB-DEP
                GIVING WS-CMP-DIFF
            MOVE WS-CMP-DIFF TO RC-DIFF
            MOVE WS-RC-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO WS-RC-LINE
            MOVE "OVERDRAFTS" TO RC-LINE-NAME
            MOVE WS-TOT-SUB-OD TO RC-SUB
            MOVE WS-TOT-GL-OD TO RC-GL
            SUBTRACT WS-TOT-GL-OD FROM WS-TOT-SUB-OD
                GIVING WS-CMP-DIFF
            MOVE WS-CMP-DIFF TO RC-DIFF
            MOVE WS-RC-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "BRANCH/PRODUCTS " WS-KEY-CNT
                   "  WITHIN TOLERANCE " WS-WITHIN-CNT
                   "  OUT OF BALANCE " WS-OUT-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-OUT-CNT = 0
                MOVE "RESULT: IN BALANCE" TO REPORT-LINE
            ELSE
                MOVE "RESULT: *** OUT OF BALANCE ***" TO REPORT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM 400-PRINT-LINE
            DISPLAY "NEW-MASTER RECORDS READ  : " WS-NM-CNT
            DISPLAY "GL MASTER RECORDS READ   : " WS-GM-CNT
            DISPLAY "GL BALANCES COMPARED     : " WS-GM-USED-CNT
            DISPLAY "BRANCH/PRODUCTS          : " WS-KEY-CNT
            DISPLAY "WITHIN TOLERANCE         : " WS-WITHIN-CNT
            DISPLAY "OUT OF BALANCE           : " WS-OUT-CNT
            IF WS-OUT-CNT = 0
                DISPLAY "RESULT: IN BALANCE"
            ELSE
                DISPLAY "RESULT: *** OUT OF BALANCE ***"
            END-IF
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
      *terminates the run on a bad file status or card instead of
      *reporting a reconciliation computed from a partly-read file
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM107 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NEW-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (GL-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (DATE-CARD): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (PARAM-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (REPORT-FILE): " WS-STATUS5
            DISPLAY "***************************************"
            MOVE 16 TO RETURN-CODE
            STOP RUN.
