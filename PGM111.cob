       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM111.
      *RUN-CONTROL LEDGER SUBROUTINE : THE NIGHT IS SPREAD ACROSS
      *SEVERAL JCL MEMBERS AND THE PGM72 CONSOLE, AND WHEN A STEP
      *DIED THE ONLY RECORD OF WHICH STEPS HAD FINISHED WAS THE SPOOL
      *-- TWICE A SECOND PGM74 RUN DOUBLED THE GATEWAY FEED . EVERY
      *STREAM STEP NOW CALLS THIS SUBPROGRAM AS IT STARTS AND AS IT
      *ENDS, AND IT KEEPS THE PERMANENT APPEND-ONLY RUN-CONTROL
      *LEDGER (RUNLEDGR) KEYED BY BUSINESS DATE AND CYCLE : ONE "S"
      *ROW AT EACH START, ONE "E" ROW AT EACH END WITH THE STEP'S
      *RETURN CODE AND CONTROL COUNT AND AMOUNT, ONE "R" ROW FOR
      *EACH START IT REFUSED .
      *
      *A START IS REFUSED (RETURN CODE 4) WHEN THE STEP ALREADY ENDED
      *CLEAN -- AN "E" ROW WITH RETURN CODE ZERO -- FOR THE DATE AND
      *CYCLE, AND REFUSED (RETURN CODE 16) WHEN ITS PREDECESSOR IN
      *THE STREAM TABLE BELOW HAS NOT ENDED CLEAN, WHEN THE OTHER
      *POSTING PATH (SINGLE PGM52 VERSUS THE PGM79/PGM80 PARALLEL
      *PATH) HAS ALREADY STARTED, OR WHEN THE STEP IS NOT IN THE
      *TABLE AT ALL . A STEP THAT STARTED BUT HAS NO END, OR ENDED
      *NON-ZERO, MAY SIMPLY RUN AGAIN -- THAT IS THE RESUME .
      *
      *THE FOUR PARALLEL POSTING JOBS ALL RUN PGM52, SO EACH NAMES
      *ITSELF PGM52S1-PGM52S4 ON AN OPTIONAL STEP CARD (LEDGSTEP) .
      *THOSE JOBS RUN CONCURRENTLY AND CANNOT SHARE ONE APPEND-ONLY
      *DATASET, SO EACH WRITES ITS OWN SLICE LEDGER AS ITS RUNLEDGR ;
      *ANY OTHER LEDGERS A STEP MUST SEE ARE READ, NEVER WRITTEN,
      *THROUGH THE OPTIONAL RUNLEDGX (THE MAIN LEDGER IN THE SLICE
      *JOBS, THE SLICE LEDGERS CONCATENATED EVERYWHERE ELSE) .
      *
      *THE CALLER PASSES THE RUNLEDG CALL AREA . A ZERO DATE TAKES
      *THE BUSINESS DATE AND CYCLE FROM THE DATECARD (SYSTEM DATE,
      *CYCLE 01 WHEN IT IS ABSENT) AND HANDS THEM BACK, SO THE END
      *ROW IS LOGGED UNDER THE SAME DAY THE START WAS . EVERY CALL
      *ALSO HANDS BACK THE WHOLE STREAM'S STATE FOR THE DATE AND
      *CYCLE, WHICH IS ALL THE CONSOLE'S "Q" CALL ASKS FOR . THE
      *FILES ARE OPENED AND CLOSED WITHIN EACH CALL, SO ROWS ARE ON
      *DISK BEFORE THE STEP DOES ANY WORK
      *
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OTHER-LEDGER ASSIGN TO "RUNLEDGX"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STEP-CARD ASSIGN TO "LEDGSTEP"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RUN-LEDGER.
      *     ONE ROW PER STEP EVENT, LAID OUT AS WS-LEDGER-ROW BELOW
       01 RUN-LEDGER-REC     PIC X(100).
      *
       FD OTHER-LEDGER.
      *     THE SAME LAYOUT, READ ONLY
       01 OTHER-LEDGER-REC   PIC X(100).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 AND PGM72 READ
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 DTC-CYCLE-X    PIC X(2).
            05 DTC-CYCLE REDEFINES DTC-CYCLE-X PIC 9(2).
            05 FILLER         PIC X(70).
      *
       FD STEP-CARD.
      *     COLS 1-8 : THE NAME THIS RUN OF THE STEP IS LOGGED UNDER,
      *     IN PLACE OF THE PROGRAM'S OWN (E.G. PGM52S3)
       01 STEP-CARD-REC.
           05 SC-STEP-ID     PIC X(8).
            05 FILLER         PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-ABEND-WHERE PIC X(30) VALUE SPACES.
      *
      *ONE LEDGER ROW . RUN DATE AND CYCLE ARE THE KEY ; THE CLOCK
      *DATE AND TIME ARE WHEN THE ROW WAS LOGGED
       01 WS-LEDGER-ROW.
           05 LR-RUN-DATE    PIC 9(8).
            05 LR-CYCLE       PIC 9(2).
            05 LR-STEP-ID     PIC X(8).
            05 LR-EVENT       PIC X(1).
            05 LR-RC          PIC 9(4).
            05 LR-CTL-COUNT   PIC 9(9).
            05 LR-CTL-AMOUNT  PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 LR-CLOCK-DATE  PIC 9(8).
            05 LR-CLOCK-TIME  PIC 9(8).
            05 LR-REASON      PIC X(30).
            05 FILLER         PIC X(8) VALUE SPACES.
      *
      *THE STREAM TABLE : EACH STEP, THE PATH IT BELONGS TO ("B"
      *EVERY NIGHT, "S" THE SINGLE PGM52 POST, "P" THE PARALLEL
      *POST), WHETHER IT NEEDS ALL ("A") OR ANY ONE ("1") OF ITS
      *PREDECESSORS ENDED CLEAN, AND UP TO FOUR PREDECESSORS . IN
      *RUNNING ORDER -- THE CONSOLE'S RESUME WALKS IT TOP TO BOTTOM
       01 WS-STREAM-VALUES.
           05 FILLER PIC X(10) VALUE "PGM98   BA".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PGM86   BA".
           05 FILLER PIC X(32) VALUE "PGM98".
           05 FILLER PIC X(10) VALUE "PGM88   BA".
           05 FILLER PIC X(32) VALUE "PGM86".
           05 FILLER PIC X(10) VALUE "PGM60   BA".
           05 FILLER PIC X(32) VALUE "PGM88".
           05 FILLER PIC X(10) VALUE "PGM61   BA".
           05 FILLER PIC X(32) VALUE "PGM60".
           05 FILLER PIC X(10) VALUE "PGM74   BA".
           05 FILLER PIC X(32) VALUE "PGM61".
           05 FILLER PIC X(10) VALUE "PGM78   BA".
           05 FILLER PIC X(32) VALUE "PGM74".
           05 FILLER PIC X(10) VALUE "PGM52   SA".
           05 FILLER PIC X(32) VALUE "PGM78".
           05 FILLER PIC X(10) VALUE "PGM79   PA".
           05 FILLER PIC X(32) VALUE "PGM78".
           05 FILLER PIC X(10) VALUE "PGM52S1 PA".
           05 FILLER PIC X(32) VALUE "PGM79".
           05 FILLER PIC X(10) VALUE "PGM52S2 PA".
           05 FILLER PIC X(32) VALUE "PGM79".
           05 FILLER PIC X(10) VALUE "PGM52S3 PA".
           05 FILLER PIC X(32) VALUE "PGM79".
           05 FILLER PIC X(10) VALUE "PGM52S4 PA".
           05 FILLER PIC X(32) VALUE "PGM79".
           05 FILLER PIC X(10) VALUE "PGM80   PA".
           05 FILLER PIC X(32)
               VALUE "PGM52S1 PGM52S2 PGM52S3 PGM52S4".
           05 FILLER PIC X(10) VALUE "PGM55   B1".
           05 FILLER PIC X(32) VALUE "PGM52   PGM80".
           05 FILLER PIC X(10) VALUE "PGM69   BA".
           05 FILLER PIC X(32) VALUE "PGM55".
           05 FILLER PIC X(10) VALUE "PGM92   BA".
           05 FILLER PIC X(32) VALUE "PGM69".
           05 FILLER PIC X(10) VALUE "PGM84   BA".
           05 FILLER PIC X(32) VALUE "PGM92".
       01 WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
           05 WS-STREAM-ENTRY OCCURS 18 TIMES.
               10 WS-SM-STEP-ID    PIC X(8).
               10 WS-SM-PATH       PIC X(1).
               10 WS-SM-PRED-MODE  PIC X(1).
               10 WS-SM-PRED       PIC X(8) OCCURS 4 TIMES.
       01 WS-STREAM-COUNT    PIC 9(2) VALUE 18.
      *
      *THE STEP-CARD OVERRIDE, READ ONCE ON THE FIRST CALL
       01 WS-STEP-CARD-FLAG  PIC X(1) VALUE "N".
           88 STEP-CARD-READ      VALUE "Y".
           88 STEP-CARD-NOT-READ  VALUE "N".
       01 WS-STEP-OVERRIDE   PIC X(8) VALUE SPACES.
      *
      *TABLE WALKS : THE STEP BEING LOOKED FOR AND WHERE IT SITS
      *(ZERO WHEN IT IS NOT IN THE TABLE)
       01 WS-FIND-ID         PIC X(8) VALUE SPACES.
       01 WS-FOUND-SUB       PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB        PIC 9(2) VALUE ZERO.
       01 WS-THIS-SUB        PIC 9(2) VALUE ZERO.
       01 WS-PRED-SUB        PIC 9(1) VALUE ZERO.
       01 WS-EOF-FLAG        PIC X(1) VALUE "N".
           88 END-OF-LEDGER       VALUE "Y".
           88 NOT-END-OF-LEDGER   VALUE "N".
      *
      *THE PREDECESSOR VERDICT AND THE FIRST PREDECESSOR THAT
      *FAILED IT, FOR THE REFUSAL REASON
       01 WS-PRED-OK         PIC X(1) VALUE "Y".
       01 WS-ANY-CLEAN       PIC X(1) VALUE "N".
       01 WS-BAD-PRED        PIC X(8) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LS-RUN-LEDGER.
           COPY RUNLEDG.
      *
       PROCEDURE DIVISION USING LS-RUN-LEDGER.
      *
       MAIN-PROCEDURE.
      *
            IF STEP-CARD-NOT-READ
                PERFORM 050-READ-STEP-CARD
                SET STEP-CARD-READ TO TRUE
            END-IF
            IF WS-STEP-OVERRIDE NOT = SPACES
                    AND NOT RL-QUERY-STREAM
                MOVE WS-STEP-OVERRIDE TO RL-STEP-ID
            END-IF
            IF RL-RUN-DATE = 0
                PERFORM 100-GET-BUSINESS-DATE
            END-IF
            PERFORM 200-BUILD-STREAM-STATE
            EVALUATE TRUE
                WHEN RL-BEGIN-STEP
                    PERFORM 300-JUDGE-BEGIN
                WHEN RL-END-STEP
                    MOVE "E" TO LR-EVENT
                    MOVE RL-RC TO LR-RC
                    MOVE SPACES TO LR-REASON
                    PERFORM 500-WRITE-LEDGER-ROW
                WHEN RL-QUERY-STREAM
                    CONTINUE
                WHEN OTHER
                    MOVE "BAD LEDGER FUNCTION" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            GOBACK.
      *
       050-READ-STEP-CARD.
      *
      *takes the name this run is logged under from the optional
      *step card . absent or blank leaves the program's own name
      *
            OPEN INPUT STEP-CARD
            IF WS-STATUS4 = 00
                READ STEP-CARD
                    NOT AT END
                        MOVE SC-STEP-ID TO WS-STEP-OVERRIDE
                END-READ
            END-IF
            CLOSE STEP-CARD
            .
      *
       100-GET-BUSINESS-DATE.
      *
      *takes the business date and cycle from the same date card the
      *stream runs under, falling back to the system date and cycle
      *01 when the card is absent -- the same rule pgm72 applies
      *
            MOVE 01 TO RL-CYCLE
            OPEN INPUT DATE-CARD
            IF WS-STATUS3 = 00
                READ DATE-CARD
                    AT END
                        ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
                    NOT AT END
                        IF DTC-BUS-DATE-X IS NUMERIC
                                AND DTC-BUS-DATE > 0
                            MOVE DTC-BUS-DATE TO RL-RUN-DATE
                        ELSE
                            ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
                        END-IF
                        IF DTC-CYCLE-X IS NUMERIC
                                AND DTC-CYCLE > 0
                            MOVE DTC-CYCLE TO RL-CYCLE
                        END-IF
                END-READ
            ELSE
                ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            CLOSE DATE-CARD
            .
      *
       200-BUILD-STREAM-STATE.
      *
      *lays the stream table into the caller's area with every step
      *not started, then replays every ledger row for the date and
      *cycle over it in the order the rows were logged, so each
      *step ends up showing its latest event
      *
            MOVE SPACES TO RL-PATH
            MOVE WS-STREAM-COUNT TO RL-STEP-COUNT
            PERFORM 205-RESET-ONE-ENTRY
                VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > 20
            OPEN INPUT RUN-LEDGER
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN RUN-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-LEDGER TO TRUE
            PERFORM 210-READ-RUN-LEDGER
                UNTIL END-OF-LEDGER
            CLOSE RUN-LEDGER
            OPEN INPUT OTHER-LEDGER
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN OTHER-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-LEDGER TO TRUE
            PERFORM 215-READ-OTHER-LEDGER
                UNTIL END-OF-LEDGER
            CLOSE OTHER-LEDGER
            PERFORM 240-SET-PATH
                VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-STREAM-COUNT
            .
      *
       205-RESET-ONE-ENTRY.
      *
      *clears one slot of the caller's stream state, seeding it
      *with the stream table's step when the slot is in use
      *
            MOVE SPACES TO RL-ST-STEP-ID(WS-SCAN-SUB)
            MOVE SPACES TO RL-ST-PATH(WS-SCAN-SUB)
            MOVE SPACES TO RL-ST-STATE(WS-SCAN-SUB)
            MOVE ZERO TO RL-ST-RC(WS-SCAN-SUB)
            MOVE ZERO TO RL-ST-COUNT(WS-SCAN-SUB)
            MOVE ZERO TO RL-ST-AMOUNT(WS-SCAN-SUB)
            MOVE ZERO TO RL-ST-START-TIME(WS-SCAN-SUB)
            MOVE ZERO TO RL-ST-END-TIME(WS-SCAN-SUB)
            IF WS-SCAN-SUB NOT > WS-STREAM-COUNT
                MOVE WS-SM-STEP-ID(WS-SCAN-SUB)
                    TO RL-ST-STEP-ID(WS-SCAN-SUB)
                MOVE WS-SM-PATH(WS-SCAN-SUB)
                    TO RL-ST-PATH(WS-SCAN-SUB)
            END-IF
            .
      *
       210-READ-RUN-LEDGER.
      *
      *reads one row of the ledger this run writes
      *
            READ RUN-LEDGER INTO WS-LEDGER-ROW
                AT END
                    SET END-OF-LEDGER TO TRUE
                NOT AT END
                    PERFORM 220-APPLY-ROW
            END-READ
            .
      *
       215-READ-OTHER-LEDGER.
      *
      *reads one row of the read-only ledgers
      *
            READ OTHER-LEDGER INTO WS-LEDGER-ROW
                AT END
                    SET END-OF-LEDGER TO TRUE
                NOT AT END
                    PERFORM 220-APPLY-ROW
            END-READ
            .
      *
       220-APPLY-ROW.
      *
      *applies one ledger row for this date and cycle to its step's
      *state . a start clears any earlier end, an end sets clean or
      *failed, and a refusal only shows on a step with nothing else
      *logged -- refusing a finished step does not unfinish it
      *
            IF LR-RUN-DATE = RL-RUN-DATE
                    AND LR-CYCLE = RL-CYCLE
                MOVE LR-STEP-ID TO WS-FIND-ID
                PERFORM 230-FIND-STEP
                IF WS-FOUND-SUB > 0
                    EVALUATE LR-EVENT
                        WHEN "S"
                            MOVE "S" TO RL-ST-STATE(WS-FOUND-SUB)
                            MOVE ZERO TO RL-ST-RC(WS-FOUND-SUB)
                            MOVE LR-CLOCK-TIME
                                TO RL-ST-START-TIME(WS-FOUND-SUB)
                            MOVE ZERO TO RL-ST-END-TIME(WS-FOUND-SUB)
                        WHEN "E"
                            IF LR-RC = 0
                                MOVE "E" TO RL-ST-STATE(WS-FOUND-SUB)
                            ELSE
                                MOVE "F" TO RL-ST-STATE(WS-FOUND-SUB)
                            END-IF
                            MOVE LR-RC TO RL-ST-RC(WS-FOUND-SUB)
                            MOVE LR-CTL-COUNT
                                TO RL-ST-COUNT(WS-FOUND-SUB)
                            MOVE LR-CTL-AMOUNT
                                TO RL-ST-AMOUNT(WS-FOUND-SUB)
                            MOVE LR-CLOCK-TIME
                                TO RL-ST-END-TIME(WS-FOUND-SUB)
                        WHEN "R"
                            IF RL-ST-STATE(WS-FOUND-SUB) = SPACE
                                MOVE "R" TO RL-ST-STATE(WS-FOUND-SUB)
                                MOVE LR-RC TO RL-ST-RC(WS-FOUND-SUB)
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
            .
      *
       230-FIND-STEP.
      *
      *finds ws-find-id in the stream table, leaving its position in
      *ws-found-sub, or zero when the step is not in the stream
      *
            MOVE ZERO TO WS-FOUND-SUB
            PERFORM 235-TEST-ONE-STEP
                VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-STREAM-COUNT
                    OR WS-FOUND-SUB > 0
            .
      *
       235-TEST-ONE-STEP.
      *
      *tests one stream-table entry against the step looked for
      *
            IF WS-SM-STEP-ID(WS-SCAN-SUB) = WS-FIND-ID
                MOVE WS-SCAN-SUB TO WS-FOUND-SUB
            END-IF
            .
      *
       240-SET-PATH.
      *
      *marks which posting path the night has taken : any posting
      *step started, ended or failed commits the night to its path
      *
            IF RL-ST-STATE(WS-SCAN-SUB) NOT = SPACE
                    AND RL-ST-STATE(WS-SCAN-SUB) NOT = "R"
                EVALUATE WS-SM-PATH(WS-SCAN-SUB)
                    WHEN "S"
                        MOVE "S" TO RL-PATH
                    WHEN "P"
                        MOVE "P" TO RL-PATH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            .
      *
       300-JUDGE-BEGIN.
      *
      *decides whether the step may start . cleared, an "s" row is
      *logged ; refused, an "r" row with the reason is logged and
      *the return code the step should end with is handed back
      *
            MOVE RL-STEP-ID TO WS-FIND-ID
            PERFORM 230-FIND-STEP
            MOVE WS-FOUND-SUB TO WS-THIS-SUB
            MOVE "N" TO RL-ANSWER
            MOVE 16 TO RL-RC
            EVALUATE TRUE
                WHEN WS-THIS-SUB = 0
                    MOVE "STEP IS NOT IN THE STREAM TABLE"
                        TO RL-REASON
                WHEN RL-ST-STATE(WS-THIS-SUB) = "E"
                    MOVE 4 TO RL-RC
                    MOVE "ALREADY ENDED CLEAN FOR THIS DATE/CYCLE"
                        TO RL-REASON
                WHEN WS-SM-PATH(WS-THIS-SUB) = "S"
                        AND RL-PATH = "P"
                    MOVE "PARALLEL POSTING PATH ALREADY STARTED"
                        TO RL-REASON
                WHEN WS-SM-PATH(WS-THIS-SUB) = "P"
                        AND RL-PATH = "S"
                    MOVE "SINGLE PGM52 POST ALREADY STARTED"
                        TO RL-REASON
                WHEN OTHER
                    PERFORM 320-CHECK-PREDECESSORS
                    IF WS-PRED-OK = "Y"
                        MOVE "Y" TO RL-ANSWER
                        MOVE ZERO TO RL-RC
                        MOVE SPACES TO RL-REASON
                    ELSE
                        MOVE SPACES TO RL-REASON
                        STRING "PREDECESSOR " WS-BAD-PRED
                               " HAS NOT ENDED CLEAN"
                            DELIMITED BY SIZE INTO RL-REASON
                    END-IF
            END-EVALUATE
            IF RL-STEP-CLEARED
                MOVE "S" TO LR-EVENT
            ELSE
                MOVE "R" TO LR-EVENT
            END-IF
            MOVE RL-RC TO LR-RC
            MOVE RL-REASON TO LR-REASON
            PERFORM 500-WRITE-LEDGER-ROW
            .
      *
       320-CHECK-PREDECESSORS.
      *
      *proves the step's predecessors : under "a" every one named
      *must have ended clean, under "1" any one of them will do . a
      *step with none named (the head of the stream) always passes
      *
            MOVE "Y" TO WS-PRED-OK
            MOVE "N" TO WS-ANY-CLEAN
            MOVE SPACES TO WS-BAD-PRED
            PERFORM 325-TEST-ONE-PRED
                VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > 4
            IF WS-SM-PRED-MODE(WS-THIS-SUB) = "1"
                    AND WS-SM-PRED(WS-THIS-SUB 1) NOT = SPACES
                    AND WS-ANY-CLEAN = "N"
                MOVE "N" TO WS-PRED-OK
                MOVE WS-SM-PRED(WS-THIS-SUB 1) TO WS-BAD-PRED
            END-IF
            .
      *
       325-TEST-ONE-PRED.
      *
      *looks up one named predecessor's state
      *
            IF WS-SM-PRED(WS-THIS-SUB WS-PRED-SUB) NOT = SPACES
                MOVE WS-SM-PRED(WS-THIS-SUB WS-PRED-SUB)
                    TO WS-FIND-ID
                PERFORM 230-FIND-STEP
                IF WS-FOUND-SUB > 0
                    IF RL-ST-STATE(WS-FOUND-SUB) = "E"
                        MOVE "Y" TO WS-ANY-CLEAN
                    ELSE
                        IF WS-SM-PRED-MODE(WS-THIS-SUB) = "A"
                                AND WS-PRED-OK = "Y"
                            MOVE "N" TO WS-PRED-OK
                            MOVE WS-FIND-ID TO WS-BAD-PRED
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
      *
       500-WRITE-LEDGER-ROW.
      *
      *appends one row for the caller's step, date and cycle and
      *applies it to the state handed back
      *
            MOVE RL-RUN-DATE TO LR-RUN-DATE
            MOVE RL-CYCLE TO LR-CYCLE
            MOVE RL-STEP-ID TO LR-STEP-ID
            IF LR-EVENT = "E"
                MOVE RL-CTL-COUNT TO LR-CTL-COUNT
                MOVE RL-CTL-AMOUNT TO LR-CTL-AMOUNT
            ELSE
                MOVE ZERO TO LR-CTL-COUNT
                MOVE ZERO TO LR-CTL-AMOUNT
            END-IF
            ACCEPT LR-CLOCK-DATE FROM DATE YYYYMMDD
            ACCEPT LR-CLOCK-TIME FROM TIME
            OPEN EXTEND RUN-LEDGER
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN EXTEND RUN-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            WRITE RUN-LEDGER-REC FROM WS-LEDGER-ROW
            IF WS-STATUS1 NOT = 00
                MOVE "WRITE RUN-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE RUN-LEDGER
            PERFORM 220-APPLY-ROW
            PERFORM 240-SET-PATH
                VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > WS-STREAM-COUNT
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status rather than let a
      *step run with no record of it in the ledger
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM111 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (RUN-LEDGER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (OTHER-LEDGER): " WS-STATUS2
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
