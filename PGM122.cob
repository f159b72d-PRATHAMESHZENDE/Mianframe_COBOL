       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM122.
      *WEEKLY TABLE HEADROOM REPORT : READS THE PERMANENT CAPACITY-
      *USAGE FILE (CAPUSAGE) EVERY PROGRAM WITH A BOUNDED IN-CORE
      *TABLE LOGS ITS PEAK USAGE ON THROUGH PGM121, AND LISTS EVERY
      *TABLE ON IT -- PROGRAM, TABLE, CEILING, CURRENT PEAK AND ITS
      *PERCENTAGE OF THE CEILING, THE LAST DAY IT RAN, AND ITS 30-DAY
      *TREND -- SO A LIMIT IS RAISED BEFORE THE NIGHT IT ABENDS . THE
      *CURRENT PEAK IS THE HIGHEST DAILY PEAK IN THE SEVEN DAYS TO
      *THE BUSINESS DATE (THE LATEST ONE LOGGED WHEN THE TABLE HAS
      *NOT RUN THIS WEEK) . THE TREND IS THE LEAST-SQUARES GROWTH IN
      *ENTRIES PER DAY ACROSS THE DAILY PEAKS OF THE 30 DAYS TO THE
      *BUSINESS DATE, AND FROM IT THE DAYS LEFT BEFORE THE TABLE
      *FILLS . A TABLE OVER 80 PERCENT OF ITS CEILING IS FLAGGED
      *"OVER80" ; ONE PROJECTED TO FILL WITHIN 60 DAYS IS FLAGGED
      *SEPARATELY "FILL60" . ANY FLAG ENDS THE RUN WITH RETURN CODE
      *4 -- A WARNING, AFTER THE FULL REPORT . A BAD FILE ENDS WITH
      *12 . ROWS LOGGED FOR A DAY AFTER THE BUSINESS DATE (A REPORT
      *RERUN FOR AN EARLIER WEEK) ARE LEFT OUT AND COUNTED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITY-USAGE ASSIGN TO "CAPUSAGE"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "CAPRPT"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CAPACITY-USAGE.
      *     ONE ROW PER TABLE PER RUN . MUST STAY IN SYNC WITH
      *     PGM121.COB'S WS-USAGE-ROW LAYOUT
       01 CAPACITY-USAGE-REC.
           05 UR-RUN-DATE-X  PIC X(8).
            05 UR-RUN-DATE REDEFINES UR-RUN-DATE-X PIC 9(8).
            05 UR-PROGRAM     PIC X(8).
            05 UR-TABLE       PIC X(12).
            05 UR-CEILING-X   PIC X(5).
            05 UR-CEILING REDEFINES UR-CEILING-X PIC 9(5).
            05 UR-PEAK-X      PIC X(5).
            05 UR-PEAK REDEFINES UR-PEAK-X PIC 9(5).
            05 UR-PCT         PIC 9(3)V9.
            05 UR-CLOCK-DATE  PIC 9(8).
            05 UR-CLOCK-TIME  PIC 9(8).
            05 FILLER         PIC X(22).
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
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-PROGRAM     PIC X(8).
            05 SR-TABLE       PIC X(12).
            05 SR-RUN-DATE    PIC 9(8).
            05 SR-CEILING     PIC 9(5).
            05 SR-PEAK        PIC 9(5).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
      *THE BUSINESS DATE AND THE DAY NUMBERS THAT OPEN THE REPORT
      *WEEK AND THE 30-DAY TREND WINDOW
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY         PIC 9(7) VALUE ZERO.
       01 WS-WEEK-START-DAY  PIC 9(7) VALUE ZERO.
       01 WS-TREND-START-DAY PIC 9(7) VALUE ZERO.
      *
      *THE FLAG THRESHOLDS : PERCENT OF CEILING, AND DAYS TO FULL
       01 WS-FLAG-PCT        PIC 9(3) VALUE 080.
       01 WS-FLAG-DAYS       PIC 9(3) VALUE 060.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-USAGE           VALUE "Y".
           88 NOT-END-OF-USAGE       VALUE "N".
       01 WS-FIRST-TABLE-FLAG PIC X(1) VALUE "Y".
           88 FIRST-TABLE            VALUE "Y".
      *
      *THE TABLE BEING GATHERED : ITS CEILING (THE LATEST ONE LOGGED,
      *SO A RAISED LIMIT TAKES EFFECT AT ONCE), ITS LAST DAY AND
      *THAT DAY'S PEAK, AND ITS HIGHEST PEAK IN THE REPORT WEEK
       01 WS-TBL-PROGRAM     PIC X(8) VALUE SPACES.
       01 WS-TBL-TABLE       PIC X(12) VALUE SPACES.
       01 WS-TBL-CEILING     PIC 9(5) VALUE ZERO.
       01 WS-TBL-LAST-DATE   PIC 9(8) VALUE ZERO.
       01 WS-TBL-LAST-PEAK   PIC 9(5) VALUE ZERO.
       01 WS-TBL-WEEK-PEAK   PIC 9(5) VALUE ZERO.
       01 WS-TBL-WEEK-FLAG   PIC X(1) VALUE "N".
           88 RAN-THIS-WEEK          VALUE "Y".
       01 WS-TBL-CUR-PEAK    PIC 9(5) VALUE ZERO.
       01 WS-TBL-PCT         PIC 9(3)V9 VALUE ZERO.
      *
      *THE DAY BEING GATHERED : A RERUN LOGS A DAY TWICE, AND THE
      *HIGHER PEAK STANDS
       01 WS-DAY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-DAY-PEAK        PIC 9(5) VALUE ZERO.
       01 WS-DAY-NUM         PIC 9(7) VALUE ZERO.
      *
      *LEAST-SQUARES SUMS OVER THE TREND WINDOW'S DAILY PEAKS . X IS
      *THE DAY'S OFFSET INTO THE WINDOW, Y ITS PEAK
       01 WS-TREND-SUMS.
           05 WS-TR-N          PIC 9(3) VALUE ZERO.
           05 WS-TR-X          PIC 9(3) VALUE ZERO.
           05 WS-TR-SX         PIC 9(7) VALUE ZERO.
           05 WS-TR-SY         PIC 9(9) VALUE ZERO.
           05 WS-TR-SXY        PIC 9(11) VALUE ZERO.
           05 WS-TR-SXX        PIC 9(9) VALUE ZERO.
       01 WS-TR-NUMER        PIC S9(13) VALUE ZERO.
       01 WS-TR-DENOM        PIC S9(13) VALUE ZERO.
       01 WS-TR-SLOPE        PIC S9(5)V9(4) VALUE ZERO.
       01 WS-TREND-FLAG      PIC X(1) VALUE "N".
           88 TREND-KNOWN            VALUE "Y".
           88 TREND-UNKNOWN          VALUE "N".
       01 WS-DAYS-TO-FULL    PIC 9(5) VALUE ZERO.
       01 WS-PROJECT-FLAG    PIC X(1) VALUE "N".
           88 FULL-PROJECTED         VALUE "Y".
           88 FULL-NOT-PROJECTED     VALUE "N".
      *
      *RUN TOTALS
       01 WS-RUN-TOTALS.
           05 WS-ROWS-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ROWS-USED-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ROWS-LATER-CNT PIC 9(7) VALUE ZERO.
           05 WS-ROWS-BAD-CNT   PIC 9(7) VALUE ZERO.
           05 WS-TABLE-CNT      PIC 9(5) VALUE ZERO.
           05 WS-OVER-PCT-CNT   PIC 9(5) VALUE ZERO.
           05 WS-FILL-CNT       PIC 9(5) VALUE ZERO.
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
                VALUE "PGM122 WEEKLY TABLE HEADROOM REPORT".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(9)  VALUE "PROGRAM".
            05 FILLER          PIC X(13) VALUE "TABLE".
            05 FILLER          PIC X(7)  VALUE " CEIL".
            05 FILLER          PIC X(7)  VALUE " PEAK".
            05 FILLER          PIC X(7)  VALUE "  PCT".
            05 FILLER          PIC X(10) VALUE "LAST RUN".
            05 FILLER          PIC X(9)  VALUE "TREND/DY".
            05 FILLER          PIC X(5)  VALUE "DAYS".
            05 FILLER          PIC X(13) VALUE "FLAGS".
      *
       01 WS-DETAIL-LINE.
           05 DL-PROGRAM      PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-TABLE        PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-CEILING      PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-PEAK         PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-PCT          PIC ZZ9.9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-LAST-DATE    PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-TREND        PIC +ZZ9.99.
            05 DL-TREND-X REDEFINES DL-TREND PIC X(7).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DAYS         PIC ZZZ9.
            05 DL-DAYS-X REDEFINES DL-DAYS PIC X(4).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-FLAG-PCT     PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-FLAG-FILL    PIC X(6).
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
                ON ASCENDING KEY SR-PROGRAM SR-TABLE SR-RUN-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-RELEASE-USAGE
                OUTPUT PROCEDURE IS 300-REPORT-TABLES
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and the report week and trend window
      *that end on it, and opens the report
      *
            PERFORM 110-GET-BUSINESS-DATE
            COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-WEEK-START-DAY = WS-RUN-DAY - 6
            COMPUTE WS-TREND-START-DAY = WS-RUN-DAY - 29
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS3 NOT = 00
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
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
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
            DISPLAY "HEADROOM REPORT BUSINESS DATE : " WS-RUN-DATE
            .
      *
       200-RELEASE-USAGE.
      *
      *is the sort input procedure . releases every usable usage row
      *up to the business date ; a row whose date, ceiling or peak is
      *not a number is counted out rather than trusted
      *
            OPEN INPUT CAPACITY-USAGE
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN CAPACITY-USAGE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-USAGE TO TRUE
            PERFORM 210-READ-USAGE
            PERFORM 220-RELEASE-ONE-ROW
                UNTIL END-OF-USAGE
            CLOSE CAPACITY-USAGE
            .
      *
       210-READ-USAGE.
      *
      *reads the next capacity-usage row
      *
            READ CAPACITY-USAGE
                AT END SET END-OF-USAGE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ CAPACITY-USAGE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT-END-OF-USAGE
                ADD 1 TO WS-ROWS-READ-CNT
            END-IF
            .
      *
       220-RELEASE-ONE-ROW.
      *
      *releases one row to the sort or counts it out
      *
            EVALUATE TRUE
                WHEN UR-RUN-DATE-X IS NOT NUMERIC
                        OR UR-CEILING-X IS NOT NUMERIC
                        OR UR-PEAK-X IS NOT NUMERIC
                        OR UR-RUN-DATE = 0
                        OR UR-CEILING = 0
                    ADD 1 TO WS-ROWS-BAD-CNT
                WHEN UR-RUN-DATE > WS-RUN-DATE
                    ADD 1 TO WS-ROWS-LATER-CNT
                WHEN OTHER
                    MOVE UR-PROGRAM TO SR-PROGRAM
                    MOVE UR-TABLE TO SR-TABLE
                    MOVE UR-RUN-DATE TO SR-RUN-DATE
                    MOVE UR-CEILING TO SR-CEILING
                    MOVE UR-PEAK TO SR-PEAK
                    RELEASE SORT-REC
                    ADD 1 TO WS-ROWS-USED-CNT
            END-EVALUATE
            PERFORM 210-READ-USAGE
            .
      *
       300-REPORT-TABLES.
      *
      *is the sort output procedure . walks the rows in program,
      *table and date order, folding each day's peak into the table
      *in hand and printing the table's line when the table changes
      *
            SET NOT-END-OF-USAGE TO TRUE
            PERFORM 310-RETURN-NEXT-ROW
            PERFORM 320-GATHER-ONE-ROW
                UNTIL END-OF-USAGE
            IF NOT FIRST-TABLE
                PERFORM 340-CLOSE-DAY
                PERFORM 350-CLOSE-TABLE
            END-IF
            .
      *
       310-RETURN-NEXT-ROW.
      *
      *returns the next sorted usage row
      *
            RETURN SORT-FILE
                AT END SET END-OF-USAGE TO TRUE
            END-RETURN
            .
      *
       320-GATHER-ONE-ROW.
      *
      *folds one row into the table and day in hand, closing the day
      *and the table first when the row starts new ones
      *
            EVALUATE TRUE
                WHEN FIRST-TABLE
                    PERFORM 330-OPEN-TABLE
                WHEN SR-PROGRAM NOT = WS-TBL-PROGRAM
                        OR SR-TABLE NOT = WS-TBL-TABLE
                    PERFORM 340-CLOSE-DAY
                    PERFORM 350-CLOSE-TABLE
                    PERFORM 330-OPEN-TABLE
                WHEN SR-RUN-DATE NOT = WS-DAY-DATE
                    PERFORM 340-CLOSE-DAY
                    MOVE SR-RUN-DATE TO WS-DAY-DATE
                    MOVE ZERO TO WS-DAY-PEAK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE SR-CEILING TO WS-TBL-CEILING
            IF SR-PEAK > WS-DAY-PEAK
                MOVE SR-PEAK TO WS-DAY-PEAK
            END-IF
            PERFORM 310-RETURN-NEXT-ROW
            .
      *
       330-OPEN-TABLE.
      *
      *starts gathering a new table and its first day
      *
            MOVE "N" TO WS-FIRST-TABLE-FLAG
            MOVE SR-PROGRAM TO WS-TBL-PROGRAM
            MOVE SR-TABLE TO WS-TBL-TABLE
            MOVE ZERO TO WS-TBL-CEILING
                         WS-TBL-LAST-DATE
                         WS-TBL-LAST-PEAK
                         WS-TBL-WEEK-PEAK
            MOVE "N" TO WS-TBL-WEEK-FLAG
            INITIALIZE WS-TREND-SUMS
            MOVE SR-RUN-DATE TO WS-DAY-DATE
            MOVE ZERO TO WS-DAY-PEAK
            .
      *
       340-CLOSE-DAY.
      *
      *files the finished day's peak : it becomes the table's latest,
      *counts toward the week's high when it falls in the report
      *week, and toward the trend when it falls in the window
      *
            MOVE WS-DAY-DATE TO WS-TBL-LAST-DATE
            MOVE WS-DAY-PEAK TO WS-TBL-LAST-PEAK
            COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
            IF WS-DAY-NUM NOT < WS-WEEK-START-DAY
                MOVE "Y" TO WS-TBL-WEEK-FLAG
                IF WS-DAY-PEAK > WS-TBL-WEEK-PEAK
                    MOVE WS-DAY-PEAK TO WS-TBL-WEEK-PEAK
                END-IF
            END-IF
            IF WS-DAY-NUM NOT < WS-TREND-START-DAY
                COMPUTE WS-TR-X = WS-DAY-NUM - WS-TREND-START-DAY
                ADD 1 TO WS-TR-N
                ADD WS-TR-X TO WS-TR-SX
                ADD WS-DAY-PEAK TO WS-TR-SY
                COMPUTE WS-TR-SXY = WS-TR-SXY
                                  + WS-TR-X * WS-DAY-PEAK
                COMPUTE WS-TR-SXX = WS-TR-SXX + WS-TR-X * WS-TR-X
            END-IF
            .
      *
       350-CLOSE-TABLE.
      *
      *works out the finished table's current peak, trend and days
      *to full, flags it, and prints its line . a table already at
      *its ceiling is full today ; one shrinking or flat never fills ;
      *fewer than two days in the window give no trend
      *
            IF RAN-THIS-WEEK
                MOVE WS-TBL-WEEK-PEAK TO WS-TBL-CUR-PEAK
            ELSE
                MOVE WS-TBL-LAST-PEAK TO WS-TBL-CUR-PEAK
            END-IF
            COMPUTE WS-TBL-PCT ROUNDED =
                    WS-TBL-CUR-PEAK * 100 / WS-TBL-CEILING
                ON SIZE ERROR
                    MOVE 999.9 TO WS-TBL-PCT
            END-COMPUTE
            SET TREND-UNKNOWN TO TRUE
            MOVE ZERO TO WS-TR-SLOPE
            IF WS-TR-N > 1
                COMPUTE WS-TR-DENOM = WS-TR-N * WS-TR-SXX
                                    - WS-TR-SX * WS-TR-SX
                IF WS-TR-DENOM NOT = 0
                    COMPUTE WS-TR-NUMER = WS-TR-N * WS-TR-SXY
                                        - WS-TR-SX * WS-TR-SY
                    COMPUTE WS-TR-SLOPE ROUNDED =
                            WS-TR-NUMER / WS-TR-DENOM
                    SET TREND-KNOWN TO TRUE
                END-IF
            END-IF
            SET FULL-NOT-PROJECTED TO TRUE
            MOVE ZERO TO WS-DAYS-TO-FULL
            EVALUATE TRUE
                WHEN WS-TBL-CUR-PEAK NOT < WS-TBL-CEILING
                    SET FULL-PROJECTED TO TRUE
                WHEN TREND-KNOWN AND WS-TR-SLOPE > 0
                    SET FULL-PROJECTED TO TRUE
                    COMPUTE WS-DAYS-TO-FULL =
                            (WS-TBL-CEILING - WS-TBL-CUR-PEAK)
                            / WS-TR-SLOPE
                        ON SIZE ERROR
                            MOVE 99999 TO WS-DAYS-TO-FULL
                    END-COMPUTE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM 360-PRINT-TABLE-LINE
            .
      *
       360-PRINT-TABLE-LINE.
      *
      *prints one table's line and counts its flags
      *
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-TBL-PROGRAM TO DL-PROGRAM
            MOVE WS-TBL-TABLE TO DL-TABLE
            MOVE WS-TBL-CEILING TO DL-CEILING
            MOVE WS-TBL-CUR-PEAK TO DL-PEAK
            MOVE WS-TBL-PCT TO DL-PCT
            MOVE WS-TBL-LAST-DATE TO DL-LAST-DATE
            IF TREND-KNOWN
                MOVE WS-TR-SLOPE TO DL-TREND
            ELSE
                MOVE "    N/A" TO DL-TREND-X
            END-IF
            EVALUATE TRUE
                WHEN FULL-NOT-PROJECTED
                    MOVE "   -" TO DL-DAYS-X
                WHEN WS-DAYS-TO-FULL > 9999
                    MOVE "9999" TO DL-DAYS-X
                WHEN OTHER
                    MOVE WS-DAYS-TO-FULL TO DL-DAYS
            END-EVALUATE
            IF WS-TBL-PCT > WS-FLAG-PCT
                MOVE "OVER80" TO DL-FLAG-PCT
                ADD 1 TO WS-OVER-PCT-CNT
            END-IF
            IF FULL-PROJECTED AND WS-DAYS-TO-FULL NOT > WS-FLAG-DAYS
                MOVE "FILL60" TO DL-FLAG-FILL
                ADD 1 TO WS-FILL-CNT
            END-IF
            ADD 1 TO WS-TABLE-CNT
            MOVE WS-DETAIL-LINE TO REPORT-LINE
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
            IF WS-STATUS3 NOT = 00
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
       800-PRINT-SUMMARY-RTN.
      *
      *prints the run totals and the verdict . any flagged table ends
      *the step with return code 4
      *
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "TABLES LISTED " WS-TABLE-CNT
                   "  OVER 80 PCT " WS-OVER-PCT-CNT
                   "  FILL WITHIN 60 DAYS " WS-FILL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "USAGE ROWS READ " WS-ROWS-READ-CNT
                   "  USED " WS-ROWS-USED-CNT
                   "  LATER " WS-ROWS-LATER-CNT
                   "  UNUSABLE " WS-ROWS-BAD-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-OVER-PCT-CNT > 0 OR WS-FILL-CNT > 0
                MOVE "RESULT: *** RAISE THE FLAGGED TABLE LIMITS ***"
                    TO REPORT-LINE
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "RESULT: EVERY TABLE HAS HEADROOM"
                    TO REPORT-LINE
            END-IF
            PERFORM 400-PRINT-LINE
            DISPLAY "USAGE ROWS READ ........: " WS-ROWS-READ-CNT
            DISPLAY "USAGE ROWS USED ........: " WS-ROWS-USED-CNT
            DISPLAY "ROWS AFTER THE DATE ....: " WS-ROWS-LATER-CNT
            DISPLAY "ROWS UNUSABLE ..........: " WS-ROWS-BAD-CNT
            DISPLAY "TABLES LISTED ..........: " WS-TABLE-CNT
            DISPLAY "TABLES OVER 80 PCT .....: " WS-OVER-PCT-CNT
            DISPLAY "TABLES FILLING IN 60 DY : " WS-FILL-CNT
            IF RETURN-CODE = 4
                DISPLAY "RESULT: RAISE THE FLAGGED TABLE LIMITS"
            END-IF
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
      *terminates the run on a bad file status or date card
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM122 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (CAPACITY-USAGE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (DATE-CARD): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
