      *SHOWS THE LAST RUN'S COMPLETION STATUS, WARNS WHEN PGM52
      *ALREADY COMPLETED TODAY, AND REFUSES TO OFFER THE PROMOTION
      *STEP UNTIL TODAY'S RECONCILIATION HAS CERTIFIED THE DAY --
      *FEWER FAT-FINGERED OUT-OF-ORDER RUNS . IT ALSO READS THE
      *RUN-CONTROL LEDGER (PGM111) EVERY STREAM STEP LOGS ITS START
      *AND END ON : OPTION 8 PRINTS THE STREAM-STATUS PAGE (STRMRPT)
      *FOR THE BUSINESS DATE AND CYCLE -- EACH STEP'S STATE, RETURN
      *CODE, TIMES AND CONTROL TOTALS -- AND OPTION 7 RESUMES A
      *FAILED NIGHT : IT FINDS THE FIRST STEP ON THE NIGHT'S PATH
      *THAT HAS NOT ENDED CLEAN AND RUNS IT AND EVERY STEP AFTER IT
      *IN TURN, STOPPING AT THE FIRST NON-ZERO RETURN CODE . THE
      *PARALLEL POSTING JOBS ARE RELEASED BY THE SCHEDULER, NOT FROM
      *HERE, SO A RESUME THAT REACHES THAT PATH SAYS SO AND STOPS .
      *AT SIGN-OFF THE OPERATOR TABLE'S USAGE AGAINST ITS CEILING IS
      *LOGGED ON THE CAPACITY-USAGE FILE (PGM121) FOR THE WEEKLY
      *HEADROOM REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL OPERATOR-LOG ASSIGN TO "OPERLOG"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STREAM-REPORT ASSIGN TO "STRMRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 OPL-DATE      PIC 9(8).
            05 OPL-TIME      PIC 9(8).
            05 FILLER        PIC X(39).
      *
       FD STREAM-REPORT.
       01 STREAM-REPORT-LINE PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS1        PIC 99.
       01 WS-STATUS3        PIC 99.
       01 WS-STATUS4        PIC 99.
       01 WS-STATUS5        PIC 99.
       01 WS-STATUS6        PIC 99.
      *
      *THE SIGNED-ON OPERATOR . THE SIGN-ON LOOP GIVES THREE TRIES
      *BEFORE THE CONSOLE GIVES UP, AND EVERYTHING THE SESSION DOES
       01 WS-LAST-CKP-TYPE   PIC X(1) VALUE SPACE.
       01 WS-LAST-CKP-DATE   PIC 9(8) VALUE ZERO.
       01 WS-LAST-CKP-CYCLE  PIC 9(2) VALUE ZERO.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111) . A "Q" CALL FILLS
      *IN EVERY STREAM STEP'S STATE FOR THE DATE AND CYCLE
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121) AND THE CONSOLE'S
      *RETURN CODE KEPT ACROSS THE CALL
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-CAP-SAVE-RC     PIC S9(4) VALUE ZERO.
      *
      *THE RESUME WALK : THE STEP IT STARTS FROM (ZERO WHEN THE
      *STREAM IS COMPLETE), THE STEP IN HAND, ITS RETURN CODE
       01 WS-STEP-SUB        PIC 9(2) VALUE ZERO.
       01 WS-RESUME-SUB      PIC 9(2) VALUE ZERO.
       01 WS-CALL-NAME       PIC X(8) VALUE SPACES.
       01 WS-STEP-RC         PIC 9(4) VALUE ZERO.
       01 WS-STEP-RC-ED      PIC ZZZ9.
       01 WS-RESUME-FLAG     PIC X(1) VALUE "N".
           88 RESUME-STOPPED      VALUE "Y".
           88 RESUME-RUNNING      VALUE "N".
       01 WS-ON-PATH-FLAG    PIC X(1) VALUE "N".
           88 STEP-ON-PATH        VALUE "Y".
           88 STEP-OFF-PATH       VALUE "N".
      *
      *A LEDGER CLOCK TIME (HHMMSSHH) BROKEN OUT FOR PRINTING
       01 WS-CLOCK-TIME      PIC 9(8) VALUE ZERO.
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH    PIC X(2).
           05 WS-CLOCK-MM    PIC X(2).
           05 WS-CLOCK-SS    PIC X(2).
           05 FILLER         PIC X(2).
      *
      *STREAM-STATUS PAGE LINES
       01 WS-SS-HEADING-1.
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(40)
               VALUE "PGM72 NIGHTLY STREAM STATUS".
       01 WS-SS-HEADING-2.
           05 FILLER          PIC X(15) VALUE "BUSINESS DATE ".
           05 SH2-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(8)  VALUE "  CYCLE ".
           05 SH2-CYCLE       PIC 9(2).
           05 FILLER          PIC X(12) VALUE "  OPERATOR ".
           05 SH2-OPER-ID     PIC X(4).
       01 WS-SS-HEADING-3.
           05 FILLER          PIC X(10) VALUE "STEP".
           05 FILLER          PIC X(10) VALUE "PATH".
           05 FILLER          PIC X(16) VALUE "STATE".
           05 FILLER          PIC X(6)  VALUE "  RC".
           05 FILLER          PIC X(10) VALUE "STARTED".
           05 FILLER          PIC X(10) VALUE "ENDED".
           05 FILLER          PIC X(13) VALUE "      COUNT".
           05 FILLER          PIC X(18) VALUE "            AMOUNT".
       01 WS-SS-DETAIL-LINE.
           05 SD-STEP-ID      PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-PATH         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-STATE        PIC X(14).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-RC           PIC ZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-START        PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-END          PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                MOVE "SIGN-OFF" TO WS-LOG-ACTION
                PERFORM 900-WRITE-OPERATOR-LOG
            END-IF
            PERFORM 950-LOG-TABLE-USAGE
            DISPLAY "PROGRAM END."
            GOBACK.
      *
                    END-IF
                WHEN "6"
                    SET CONSOLE-DONE TO TRUE
                WHEN "7"
                    IF WS-OPER-LEVEL < 3
                        PERFORM 250-REFUSE-CHOICE
                    ELSE
                        PERFORM 600-RESUME-STREAM
                    END-IF
                WHEN "8"
                    MOVE "STREAM STATUS PAGE" TO WS-LOG-ACTION
                    PERFORM 900-WRITE-OPERATOR-LOG
                    PERFORM 700-PRINT-STREAM-STATUS
                WHEN OTHER
                    DISPLAY "INVALID CHOICE - TRY AGAIN."
            END-EVALUATE
            DISPLAY "  4. NEW-ACCOUNTS REPORT  (PGM56)"
            IF WS-OPER-LEVEL NOT < 3
                DISPLAY "  5. PROMOTE NEW MASTER   (PGM69)"
                DISPLAY "  7. RESUME STREAM        (LEDGER)"
            END-IF
            DISPLAY "  8. STREAM STATUS PAGE   (STRMRPT)"
            DISPLAY "  6. QUIT"
            DISPLAY "***************************************"
            DISPLAY "  ENTER YOUR CHOICE : "
                    CANCEL "PGM69"
            END-EVALUATE
            .
      *
       600-RESUME-STREAM.
      *
      *restarts a failed night at the first step on its path that
      *has not ended clean, after the operator confirms . each step
      *still makes its own ledger check as it starts, so the resume
      *can never run a finished step twice even if the ledger moved
      *on since the question was asked
      *
            PERFORM 650-QUERY-LEDGER
            PERFORM 660-FIND-FIRST-INCOMPLETE
            EVALUATE TRUE
                WHEN WS-RESUME-SUB = 0
                    DISPLAY "STREAM COMPLETE FOR " RL-RUN-DATE
                            "/" RL-CYCLE " - NOTHING TO RESUME"
                WHEN RL-ST-PATH(WS-RESUME-SUB) = "P"
                    DISPLAY "FIRST INCOMPLETE STEP "
                            RL-ST-STEP-ID(WS-RESUME-SUB)
                            " IS ON THE PARALLEL POSTING PATH"
                    DISPLAY "RELEASE IT FROM THE SCHEDULER"
                WHEN OTHER
                    DISPLAY "RESUME " RL-RUN-DATE "/" RL-CYCLE
                            " FROM " RL-ST-STEP-ID(WS-RESUME-SUB)
                    DISPLAY "  PROCEED ? (Y/N) "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                        MOVE "RESUME DECLINED" TO WS-LOG-ACTION
                        PERFORM 900-WRITE-OPERATOR-LOG
                        DISPLAY "STREAM NOT RESUMED."
                    ELSE
                        MOVE SPACES TO WS-LOG-ACTION
                        STRING "RESUMED AT "
                               RL-ST-STEP-ID(WS-RESUME-SUB)
                            DELIMITED BY SIZE INTO WS-LOG-ACTION
                        PERFORM 900-WRITE-OPERATOR-LOG
                        SET RESUME-RUNNING TO TRUE
                        PERFORM 620-RUN-ONE-STEP
                            VARYING WS-STEP-SUB FROM WS-RESUME-SUB
                            BY 1
                            UNTIL WS-STEP-SUB > RL-STEP-COUNT
                                OR RESUME-STOPPED
                        IF RESUME-RUNNING
                            DISPLAY "STREAM RESUMED TO THE END"
                        END-IF
                    END-IF
            END-EVALUATE
            .
      *
       620-RUN-ONE-STEP.
      *
      *runs one step of the resume when it is on the night's path
      *and not already ended clean, cancelling it after it returns
      *the same way the menu's own calls do . a non-zero return code
      *stops the resume there -- that step is where the next resume
      *will start
      *
            PERFORM 670-TEST-STEP-PATH
            IF STEP-ON-PATH
                    AND RL-ST-STATE(WS-STEP-SUB) NOT = "E"
                IF RL-ST-PATH(WS-STEP-SUB) = "P"
                    DISPLAY "RESUME REACHED THE PARALLEL POSTING"
                            " PATH - RELEASE IT FROM THE SCHEDULER"
                    SET RESUME-STOPPED TO TRUE
                ELSE
                    MOVE RL-ST-STEP-ID(WS-STEP-SUB) TO WS-CALL-NAME
                    DISPLAY "RESUME : RUNNING " WS-CALL-NAME
                    CALL WS-CALL-NAME
                    MOVE RETURN-CODE TO WS-STEP-RC
                    CANCEL WS-CALL-NAME
                    IF WS-STEP-RC NOT = 0
                        MOVE WS-STEP-RC TO WS-STEP-RC-ED
                        DISPLAY WS-CALL-NAME " ENDED RC "
                                WS-STEP-RC-ED " - RESUME STOPPED"
                        MOVE SPACES TO WS-LOG-ACTION
                        STRING "RESUME STOP " WS-CALL-NAME
                            DELIMITED BY SIZE INTO WS-LOG-ACTION
                        PERFORM 900-WRITE-OPERATOR-LOG
                        SET RESUME-STOPPED TO TRUE
                    END-IF
                END-IF
            END-IF
            .
      *
       650-QUERY-LEDGER.
      *
      *asks the run-control ledger for every stream step's state
      *under the console's business date and cycle
      *
            MOVE "Q" TO RL-FUNCTION
            MOVE SPACES TO RL-STEP-ID
            MOVE WS-TODAY TO RL-RUN-DATE
            MOVE WS-TODAY-CYCLE TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            .
      *
       660-FIND-FIRST-INCOMPLETE.
      *
      *finds the first step on the night's path that has not ended
      *clean, leaving its position in ws-resume-sub -- zero when
      *every step on the path has
      *
            MOVE ZERO TO WS-RESUME-SUB
            PERFORM 665-TEST-ONE-INCOMPLETE
                VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > RL-STEP-COUNT
                    OR WS-RESUME-SUB > 0
            .
      *
       665-TEST-ONE-INCOMPLETE.
      *
      *tests one stream step for the resume point
      *
            PERFORM 670-TEST-STEP-PATH
            IF STEP-ON-PATH
                    AND RL-ST-STATE(WS-STEP-SUB) NOT = "E"
                MOVE WS-STEP-SUB TO WS-RESUME-SUB
            END-IF
            .
      *
       670-TEST-STEP-PATH.
      *
      *decides whether a step belongs to tonight's path : the
      *parallel steps only once the parallel path has started, the
      *single pgm52 post otherwise
      *
            SET STEP-ON-PATH TO TRUE
            IF RL-ST-PATH(WS-STEP-SUB) = "P" AND RL-PATH NOT = "P"
                SET STEP-OFF-PATH TO TRUE
            END-IF
            IF RL-ST-PATH(WS-STEP-SUB) = "S" AND RL-PATH = "P"
                SET STEP-OFF-PATH TO TRUE
            END-IF
            .
      *
       700-PRINT-STREAM-STATUS.
      *
      *prints the stream-status page : one line per stream step
      *with its state, return code, start and end times and control
      *totals, then the path the night took and where a resume
      *would start
      *
            PERFORM 650-QUERY-LEDGER
            OPEN OUTPUT STREAM-REPORT
            IF WS-STATUS6 NOT = 00
                DISPLAY "STREAM STATUS REPORT UNAVAILABLE - "
                        WS-STATUS6
            ELSE
                MOVE RL-RUN-DATE TO SH2-RUN-DATE
                MOVE RL-CYCLE TO SH2-CYCLE
                MOVE WS-OPER-ID TO SH2-OPER-ID
                WRITE STREAM-REPORT-LINE FROM WS-SS-HEADING-1
                WRITE STREAM-REPORT-LINE FROM WS-SS-HEADING-2
                WRITE STREAM-REPORT-LINE FROM WS-SS-HEADING-3
                MOVE SPACES TO STREAM-REPORT-LINE
                WRITE STREAM-REPORT-LINE
                PERFORM 710-PRINT-ONE-STEP
                    VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > RL-STEP-COUNT
                PERFORM 720-PRINT-STREAM-SUMMARY
                CLOSE STREAM-REPORT
                DISPLAY "STREAM STATUS PAGE PRINTED FOR "
                        RL-RUN-DATE "/" RL-CYCLE
            END-IF
            .
      *
       710-PRINT-ONE-STEP.
      *
      *prints one stream step's line
      *
            MOVE RL-ST-STEP-ID(WS-STEP-SUB) TO SD-STEP-ID
            EVALUATE RL-ST-PATH(WS-STEP-SUB)
                WHEN "S"
                    MOVE "SINGLE" TO SD-PATH
                WHEN "P"
                    MOVE "PARALLEL" TO SD-PATH
                WHEN OTHER
                    MOVE "NIGHTLY" TO SD-PATH
            END-EVALUATE
            EVALUATE RL-ST-STATE(WS-STEP-SUB)
                WHEN "S"
                    MOVE "STARTED NO END" TO SD-STATE
                WHEN "E"
                    MOVE "ENDED CLEAN" TO SD-STATE
                WHEN "F"
                    MOVE "FAILED" TO SD-STATE
                WHEN "R"
                    MOVE "REFUSED" TO SD-STATE
                WHEN OTHER
                    MOVE "NOT STARTED" TO SD-STATE
            END-EVALUATE
            MOVE RL-ST-RC(WS-STEP-SUB) TO SD-RC
            MOVE SPACES TO SD-START
            MOVE SPACES TO SD-END
            IF RL-ST-START-TIME(WS-STEP-SUB) > 0
                MOVE RL-ST-START-TIME(WS-STEP-SUB) TO WS-CLOCK-TIME
                STRING WS-CLOCK-HH ":" WS-CLOCK-MM ":" WS-CLOCK-SS
                    DELIMITED BY SIZE INTO SD-START
            END-IF
            IF RL-ST-END-TIME(WS-STEP-SUB) > 0
                MOVE RL-ST-END-TIME(WS-STEP-SUB) TO WS-CLOCK-TIME
                STRING WS-CLOCK-HH ":" WS-CLOCK-MM ":" WS-CLOCK-SS
                    DELIMITED BY SIZE INTO SD-END
            END-IF
            MOVE RL-ST-COUNT(WS-STEP-SUB) TO SD-COUNT
            MOVE RL-ST-AMOUNT(WS-STEP-SUB) TO SD-AMOUNT
            WRITE STREAM-REPORT-LINE FROM WS-SS-DETAIL-LINE
            .
      *
       720-PRINT-STREAM-SUMMARY.
      *
      *prints the night's posting path and the resume point
      *
            MOVE SPACES TO STREAM-REPORT-LINE
            WRITE STREAM-REPORT-LINE
            MOVE SPACES TO STREAM-REPORT-LINE
            EVALUATE RL-PATH
                WHEN "S"
                    MOVE "POSTING PATH : SINGLE PGM52 POST"
                        TO STREAM-REPORT-LINE
                WHEN "P"
                    MOVE "POSTING PATH : PARALLEL PGM79/PGM80 POST"
                        TO STREAM-REPORT-LINE
                WHEN OTHER
                    MOVE "POSTING PATH : NOT YET STARTED"
                        TO STREAM-REPORT-LINE
            END-EVALUATE
            WRITE STREAM-REPORT-LINE
            PERFORM 660-FIND-FIRST-INCOMPLETE
            MOVE SPACES TO STREAM-REPORT-LINE
            IF WS-RESUME-SUB = 0
                MOVE "STREAM COMPLETE FOR THIS DATE AND CYCLE"
                    TO STREAM-REPORT-LINE
            ELSE
                STRING "FIRST INCOMPLETE STEP : "
                       RL-ST-STEP-ID(WS-RESUME-SUB)
                    DELIMITED BY SIZE INTO STREAM-REPORT-LINE
            END-IF
            WRITE STREAM-REPORT-LINE
            .
      *
       950-LOG-TABLE-USAGE.
      *
      *logs the operator table's load against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the table loads once at sign-on, so its count is its peak .
      *the call leaves a return code of its own behind, so the
      *console's is put back after it
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE WS-TODAY TO CAP-RUN-DATE
            MOVE "PGM72" TO CAP-PROGRAM
            MOVE "OPERATORS" TO CAP-TABLE
            MOVE 50 TO CAP-CEILING
            MOVE WS-OPR-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
            .
