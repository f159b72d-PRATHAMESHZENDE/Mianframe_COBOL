       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM127.
      *DAILY FLOAT REPORT : SORTS THE UNCOLLECTED-FUNDS FILE PGM52
      *LEAVES EACH NIGHT (FLOATFIL, ONE ROW PER DEPOSIT STILL HELD)
      *BY THE BRANCH THAT OWNS THE ACCOUNT AND CONTROL-BREAKS ON THE
      *BRANCH ID -- DEPOSITS HELD AND THE UNCOLLECTED TOTAL PER
      *BRANCH, SPLIT BY AVAILABILITY CLASS (CASH, ON-US CHEQUE,
      *OTHER-BANK CHEQUE), WITH HOW MUCH OF IT COMES AVAILABLE ON THE
      *NEXT BUSINESS DAY -- SO EACH BRANCH CAN SEE THE CHEQUE MONEY ITS
      *CUSTOMERS CANNOT YET DRAW . THE BRANCH BLOCKS CARRY THE BRANCH
      *DIRECTORY'S NAMES THE WAY PGM77'S DO . AT THE END OF THE RUN
      *THE BRANCH TABLE'S PEAK USAGE IS LOGGED ON THE CAPACITY-USAGE
      *FILE (PGM121) FOR THE WEEKLY HEADROOM REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "FLOATRPT"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT OPTIONAL BRANCH-DIR ASSIGN TO "BRDIR"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS FILE PGM52 LEFT TONIGHT . MUST STAY
      *     IN SYNC WITH PGM52.COB'S FLOAT-REC LAYOUT
       01 FLOAT-FILE-REC    PIC X(80).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT-NO     PIC X(5).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-DEP-DATE    PIC 9(8).
            05 SR-AVAIL-DATE  PIC 9(8).
            05 SR-CLASS       PIC X(1).
            05 SR-BRANCH      PIC X(3).
            05 SR-DEP-BRANCH  PIC X(3).
            05 SR-POST-DATE   PIC 9(8).
            05 FILLER         PIC X(35).
      *
       FD BRANCH-DIR.
      *     THE BRANCH DIRECTORY . MUST STAY IN SYNC WITH PGM61.COB'S
      *     BRANCH-DIR-REC LAYOUT . SUPPLIES THE NAMES THE BRANCH
      *     BLOCKS CARRY INSTEAD OF BARE CODES
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
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
      *THE BUSINESS DATE OF THE RUN THAT LEFT THE FILE, AND THE NEXT
      *BUSINESS DAY AFTER IT -- SATURDAY AND SUNDAY DO NOT COUNT, AS
      *IN PGM52'S SCHEDULE . A DEPOSIT WHOSE AVAILABILITY DATE IS NOT
      *LATER THAN THE NEXT BUSINESS DAY IS RELEASED BY TOMORROW'S RUN
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-NEXT-BUS-DATE  PIC 9(8).
       01 WS-DAY-INT        PIC 9(7).
       01 WS-WEEKS          PIC 9(7).
       01 WS-WEEKDAY        PIC 9(1).
      *
      *THE BRANCH DIRECTORY'S NAMES, LOADED ONCE AT STARTUP . A
      *BRANCH THE DIRECTORY DOES NOT KNOW PRINTS A LOUD PLACEHOLDER
      *INSTEAD OF A BARE CODE . MORE THAN 100 BRANCHES IS FATAL
       01 WS-DIR-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 100 TIMES
                   INDEXED BY DI-IDX.
               10 WS-DIR-BRANCH   PIC X(3).
               10 WS-DIR-NAME     PIC X(20).
       01 WS-DIR-FOUND-FLAG  PIC X(1) VALUE "N".
           88 DIR-BRANCH-FOUND      VALUE "Y".
           88 DIR-BRANCH-NOT-FOUND  VALUE "N".
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *CURRENT BRANCH'S RUNNING FIGURES FOR THE CONTROL BREAK
       01 WS-CUR-BRANCH     PIC X(3) VALUE LOW-VALUES.
       01 WS-FIRST-BR-FLAG  PIC X(1) VALUE "Y".
       01 WS-BR-FIGURES.
           05 WS-BR-HELD-CNT    PIC 9(7) VALUE ZERO.
            05 WS-BR-HELD-TOT    PIC 9(11)V99 VALUE ZERO.
            05 WS-BR-CASH-TOT    PIC 9(11)V99 VALUE ZERO.
            05 WS-BR-ONUS-TOT    PIC 9(11)V99 VALUE ZERO.
            05 WS-BR-OTHER-TOT   PIC 9(11)V99 VALUE ZERO.
            05 WS-BR-NEXT-TOT    PIC 9(11)V99 VALUE ZERO.
      *
      *GRAND TOTALS
       01 WS-ALL-FIGURES.
           05 WS-ALL-HELD-CNT   PIC 9(7) VALUE ZERO.
            05 WS-ALL-HELD-TOT   PIC 9(11)V99 VALUE ZERO.
            05 WS-ALL-CASH-TOT   PIC 9(11)V99 VALUE ZERO.
            05 WS-ALL-ONUS-TOT   PIC 9(11)V99 VALUE ZERO.
            05 WS-ALL-OTHER-TOT  PIC 9(11)V99 VALUE ZERO.
            05 WS-ALL-NEXT-TOT   PIC 9(11)V99 VALUE ZERO.
       01 WS-BRANCH-CNT     PIC 9(3) VALUE ZERO.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
      *
       01 WS-TITLE-LINE.
           05 FILLER          PIC X(33)
                   VALUE "PGM127 DAILY FLOAT FOR RUN DATE  ".
            05 TL-RUN-DATE     PIC 9(8).
      *
       01 WS-BRANCH-HEAD.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
            05 BH-BRANCH-ID    PIC X(3).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 BH-BRANCH-NAME  PIC X(20).
      *
       01 WS-BRANCH-TOTAL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 FILLER          PIC X(7)  VALUE "HELD ".
            05 BT-HELD-CNT     PIC ZZZZZZ9.
            05 FILLER          PIC X(15) VALUE "  UNCOLLECTED ".
            05 BT-HELD-TOT     PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(14) VALUE "  AVAIL NEXT ".
            05 BT-NEXT-TOT     PIC ZZZZZZZZZZ9.99.
      *
       01 WS-BRANCH-CLASS-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 FILLER          PIC X(6)  VALUE "CASH ".
            05 BC-CASH-TOT     PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(8)  VALUE "  ON-US ".
            05 BC-ONUS-TOT     PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(8)  VALUE "  OTHER ".
            05 BC-OTHER-TOT    PIC ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 120-LOAD-BRANCH-DIR
            SORT SORT-FILE
                ON ASCENDING KEY SR-BRANCH
                WITH DUPLICATES IN ORDER
                USING FLOAT-FILE
                OUTPUT PROCEDURE IS 300-BUILD-BRANCH-REPORT
            PERFORM 800-PRINT-GRAND-TOTALS
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *opens the report file
      *
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-RUN-DATE TO TL-RUN-DATE
            WRITE REPORT-LINE FROM WS-TITLE-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent, and steps on to the
      *next business day
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
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
            PERFORM 115-SET-WEEKDAY
            PERFORM 116-SKIP-WEEKEND-DAY
                UNTIL WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
            COMPUTE WS-NEXT-BUS-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            .
      *
       115-SET-WEEKDAY.
      *
      *works out the day of the week of the day in hand -- 6 is
      *saturday, 0 is sunday
      *
            DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
                REMAINDER WS-WEEKDAY
            .
      *
       116-SKIP-WEEKEND-DAY.
      *
      *moves the day in hand past a saturday or sunday
      *
            ADD 1 TO WS-DAY-INT
            PERFORM 115-SET-WEEKDAY
            .
      *
       120-LOAD-BRANCH-DIR.
      *
      *loads the branch directory's names . absent means the blocks
      *print bare codes
      *
            OPEN INPUT BRANCH-DIR
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN BRANCH-DIR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 130-LOAD-ONE-DIR-ENTRY
                UNTIL WS-STATUS3 NOT = 00
            CLOSE BRANCH-DIR
            .
      *
       130-LOAD-ONE-DIR-ENTRY.
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
                    MOVE BD-NAME TO WS-DIR-NAME(DI-IDX)
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ BRANCH-DIR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-BUILD-BRANCH-REPORT.
      *
      *is the sort output procedure . walks the held deposits in
      *branch order, breaking to a new block whenever the branch id
      *changes
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 310-RETURN-NEXT-FLOAT
            PERFORM 320-REPORT-ONE-FLOAT
                UNTIL END-OF-INPUT-FILE
            IF WS-FIRST-BR-FLAG = "N"
                PERFORM 340-CLOSE-BRANCH-BLOCK
            END-IF
            .
      *
       310-RETURN-NEXT-FLOAT.
      *
      *returns the next sorted held deposit
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       320-REPORT-ONE-FLOAT.
      *
      *folds one held deposit into the current branch's figures,
      *breaking to a new block on a change of branch id
      *
            IF WS-FIRST-BR-FLAG = "Y"
                MOVE SR-BRANCH TO WS-CUR-BRANCH
                MOVE "N" TO WS-FIRST-BR-FLAG
            ELSE
                IF SR-BRANCH NOT = WS-CUR-BRANCH
                    PERFORM 340-CLOSE-BRANCH-BLOCK
                    MOVE SR-BRANCH TO WS-CUR-BRANCH
                END-IF
            END-IF
            ADD 1 TO WS-BR-HELD-CNT
            ADD 1 TO WS-ALL-HELD-CNT
            ADD SR-AMOUNT TO WS-BR-HELD-TOT
            ADD SR-AMOUNT TO WS-ALL-HELD-TOT
            EVALUATE SR-CLASS
                WHEN "C"
                    ADD SR-AMOUNT TO WS-BR-CASH-TOT
                    ADD SR-AMOUNT TO WS-ALL-CASH-TOT
                WHEN "U"
                    ADD SR-AMOUNT TO WS-BR-ONUS-TOT
                    ADD SR-AMOUNT TO WS-ALL-ONUS-TOT
                WHEN OTHER
                    ADD SR-AMOUNT TO WS-BR-OTHER-TOT
                    ADD SR-AMOUNT TO WS-ALL-OTHER-TOT
            END-EVALUATE
            IF SR-AVAIL-DATE NOT > WS-NEXT-BUS-DATE
                ADD SR-AMOUNT TO WS-BR-NEXT-TOT
                ADD SR-AMOUNT TO WS-ALL-NEXT-TOT
            END-IF
            PERFORM 310-RETURN-NEXT-FLOAT
            .
      *
       340-CLOSE-BRANCH-BLOCK.
      *
      *prints the finished branch's block : heading, the count and
      *total held, and the split by availability class
      *
            MOVE WS-CUR-BRANCH TO BH-BRANCH-ID
            PERFORM 345-FETCH-BRANCH-NAME
            WRITE REPORT-LINE FROM WS-BRANCH-HEAD
            MOVE WS-BR-HELD-CNT TO BT-HELD-CNT
            MOVE WS-BR-HELD-TOT TO BT-HELD-TOT
            MOVE WS-BR-NEXT-TOT TO BT-NEXT-TOT
            WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
            MOVE WS-BR-CASH-TOT TO BC-CASH-TOT
            MOVE WS-BR-ONUS-TOT TO BC-ONUS-TOT
            MOVE WS-BR-OTHER-TOT TO BC-OTHER-TOT
            WRITE REPORT-LINE FROM WS-BRANCH-CLASS-LINE
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            ADD 1 TO WS-BRANCH-CNT
            INITIALIZE WS-BR-FIGURES
            .
      *
       345-FETCH-BRANCH-NAME.
      *
      *fetches the finished branch's name from the directory . a
      *code the directory does not know prints a loud placeholder
      *
            EVALUATE TRUE
                WHEN WS-DIR-COUNT = 0
                    MOVE SPACES TO BH-BRANCH-NAME
                WHEN OTHER
                    MOVE "*NOT ON DIRECTORY*" TO BH-BRANCH-NAME
                    MOVE "N" TO WS-DIR-FOUND-FLAG
                    PERFORM 346-TEST-ONE-DIR-NAME
                        VARYING DI-IDX FROM 1 BY 1
                        UNTIL DI-IDX > WS-DIR-COUNT
                            OR DIR-BRANCH-FOUND
            END-EVALUATE
            .
      *
       346-TEST-ONE-DIR-NAME.
      *
      *tests one directory entry for the finished branch
      *
            IF WS-DIR-BRANCH(DI-IDX) = WS-CUR-BRANCH
                MOVE WS-DIR-NAME(DI-IDX) TO BH-BRANCH-NAME
                SET DIR-BRANCH-FOUND TO TRUE
            END-IF
            .
      *
       800-PRINT-GRAND-TOTALS.
      *
      *prints the all-branches totals block
      *
            MOVE "ALL BRANCHES" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE WS-ALL-HELD-CNT TO BT-HELD-CNT
            MOVE WS-ALL-HELD-TOT TO BT-HELD-TOT
            MOVE WS-ALL-NEXT-TOT TO BT-NEXT-TOT
            WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
            MOVE WS-ALL-CASH-TOT TO BC-CASH-TOT
            MOVE WS-ALL-ONUS-TOT TO BC-ONUS-TOT
            MOVE WS-ALL-OTHER-TOT TO BC-OTHER-TOT
            WRITE REPORT-LINE FROM WS-BRANCH-CLASS-LINE
            DISPLAY "BRANCHES REPORTED ......: " WS-BRANCH-CNT
            DISPLAY "DEPOSITS HELD ..........: " WS-ALL-HELD-CNT
            DISPLAY "UNCOLLECTED TOTAL ......: " WS-ALL-HELD-TOT
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs the branch directory table's load against its ceiling on
      *the capacity-usage file (pgm121) for the weekly headroom report
      *. the table only ever grows, so its count is its peak
      *
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM127" TO CAP-PROGRAM
            MOVE "BRANCH DIR" TO CAP-TABLE
            MOVE 100 TO CAP-CEILING
            MOVE WS-DIR-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the report file
      *
            CLOSE REPORT-FILE
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or an oversize branch
      *table instead of printing a branch's float short
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM127 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (FLOAT-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (REPORT-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (BRANCH-DIR): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
