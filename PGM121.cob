       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM121.
      *TABLE CAPACITY-USAGE SUBROUTINE : MOST OF THE ABENDS THE
      *SUITE HAS HAD OVER THE YEARS WERE A FIXED OCCURS TABLE FILLING
      *UP, AND EACH WAS FOUND BY THE ABEND ITSELF . EVERY PROGRAM
      *WITH A BOUNDED IN-CORE TABLE NOW CALLS THIS SUBPROGRAM ONCE
      *PER TABLE AS IT ENDS, AND IT APPENDS ONE ROW TO THE PERMANENT
      *CAPACITY-USAGE FILE (CAPUSAGE) KEYED BY BUSINESS DATE,
      *PROGRAM AND TABLE : THE TABLE'S CEILING AND THE MOST ENTRIES
      *IT HELD AT ONCE DURING THE RUN . PGM122'S WEEKLY HEADROOM
      *REPORT READS IT BACK .
      *
      *THE CALLER PASSES THE CAPUSE CALL AREA . A ZERO DATE TAKES
      *THE BUSINESS DATE FROM THE DATECARD (SYSTEM DATE WHEN IT IS
      *ABSENT) AND HANDS IT BACK, SO EVERY TABLE OF ONE RUN IS LOGGED
      *UNDER THE SAME DAY . A RERUN OF THE SAME DAY SIMPLY ADDS ROWS ;
      *THE REPORT TAKES THE HIGHEST PEAK FOR A DAY . THE FILE IS
      *OPENED AND CLOSED WITHIN EACH CALL, SO THE ROW IS ON DISK
      *BEFORE CONTROL RETURNS . THE PARALLEL POSTING JOBS RUN PGM52
      *CONCURRENTLY AND CANNOT SHARE ONE APPEND-ONLY DATASET, SO
      *EACH WRITES ITS OWN SLICE FILE AS ITS CAPUSAGE, THE SAME WAY
      *THEY KEEP THEIR RUN-CONTROL LEDGERS
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITY-USAGE ASSIGN TO "CAPUSAGE"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD CAPACITY-USAGE.
      *     ONE ROW PER TABLE PER RUN, LAID OUT AS WS-USAGE-ROW BELOW
       01 CAPACITY-USAGE-REC PIC X(80).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-ABEND-WHERE PIC X(30) VALUE SPACES.
      *
      *ONE CAPACITY-USAGE ROW . RUN DATE, PROGRAM AND TABLE ARE THE
      *KEY ; THE PERCENTAGE IS THE PEAK AGAINST THE CEILING, AND THE
      *CLOCK DATE AND TIME ARE WHEN THE ROW WAS LOGGED
       01 WS-USAGE-ROW.
           05 UR-RUN-DATE    PIC 9(8).
            05 UR-PROGRAM     PIC X(8).
            05 UR-TABLE       PIC X(12).
            05 UR-CEILING     PIC 9(5).
            05 UR-PEAK        PIC 9(5).
            05 UR-PCT         PIC 9(3)V9.
            05 UR-CLOCK-DATE  PIC 9(8).
            05 UR-CLOCK-TIME  PIC 9(8).
            05 FILLER         PIC X(22) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LS-CAP-USAGE.
           COPY CAPUSE.
      *
       PROCEDURE DIVISION USING LS-CAP-USAGE.
      *
       MAIN-PROCEDURE.
      *
            IF CAP-RUN-DATE = 0
                PERFORM 100-GET-BUSINESS-DATE
            END-IF
            PERFORM 500-WRITE-USAGE-ROW
            GOBACK.
      *
       100-GET-BUSINESS-DATE.
      *
      *takes the business date from the same date card the stream
      *runs under, falling back to the system date when the card is
      *absent -- the same rule pgm111 applies
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS2 = 00
                READ DATE-CARD
                    AT END
                        ACCEPT CAP-RUN-DATE FROM DATE YYYYMMDD
                    NOT AT END
                        IF DTC-BUS-DATE-X IS NUMERIC
                                AND DTC-BUS-DATE > 0
                            MOVE DTC-BUS-DATE TO CAP-RUN-DATE
                        ELSE
                            ACCEPT CAP-RUN-DATE FROM DATE YYYYMMDD
                        END-IF
                END-READ
            ELSE
                ACCEPT CAP-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            CLOSE DATE-CARD
            .
      *
       500-WRITE-USAGE-ROW.
      *
      *appends one row for the caller's table . a table with no
      *ceiling cannot be measured and is refused rather than logged
      *as a division by zero
      *
            IF CAP-CEILING = 0
                MOVE "ZERO TABLE CEILING" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE CAP-RUN-DATE TO UR-RUN-DATE
            MOVE CAP-PROGRAM TO UR-PROGRAM
            MOVE CAP-TABLE TO UR-TABLE
            MOVE CAP-CEILING TO UR-CEILING
            MOVE CAP-PEAK TO UR-PEAK
            COMPUTE UR-PCT ROUNDED = CAP-PEAK * 100 / CAP-CEILING
                ON SIZE ERROR
                    MOVE 999.9 TO UR-PCT
            END-COMPUTE
            ACCEPT UR-CLOCK-DATE FROM DATE YYYYMMDD
            ACCEPT UR-CLOCK-TIME FROM TIME
            OPEN EXTEND CAPACITY-USAGE
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN EXTEND CAPACITY-USAGE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            WRITE CAPACITY-USAGE-REC FROM WS-USAGE-ROW
            IF WS-STATUS1 NOT = 00
                MOVE "WRITE CAPACITY-USAGE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE CAPACITY-USAGE
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or a bad call
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM121 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* CALLER / TABLE: " CAP-PROGRAM " " CAP-TABLE
            DISPLAY "* WS-STATUS1 (CAPACITY-USAGE): " WS-STATUS1
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
