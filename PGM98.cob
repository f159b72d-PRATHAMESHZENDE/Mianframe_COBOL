      *DATE WITH A HIGHER CYCLE FOR AN AUTHORIZED INTRADAY SECOND
      *RUN . ANYTHING ELSE ENDS NON-ZERO (THE SAME HARD STOP PGM78'S
      *GATE USES) AND NO DATECARD IS WRITTEN, SO THE STREAM CANNOT
      *RUN UNDER A DAY THAT ISN'T REAL . ONCE THE DATE AND CYCLE ARE
      *SETTLED, AND BEFORE THE CARD IS WRITTEN, THE RUN-CONTROL LEDGER
      *(PGM111) IS ASKED WHETHER THIS STEP HAS ALREADY ENDED CLEAN
      *FOR THEM ; A SECOND RUN FOR THE SAME NIGHT IS REFUSED, AND
      *EVERY RUN'S END IS LOGGED THERE WITH ITS RETURN CODE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           88 DATE-NOT-PROPOSED   VALUE "N".
       01 WS-CAL-EOF-FLAG    PIC X(1) VALUE "N".
       01 WS-CAL-READ-CNT    PIC 9(5) VALUE ZERO.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            MOVE SPACE TO RL-ANSWER
            PERFORM 100-READ-LAST-RUN
            PERFORM 150-READ-PROPOSAL
            PERFORM 200-WALK-CALENDAR
            PERFORM 300-JUDGE-AND-WRITE
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
                        PERFORM 9999-ABEND-RTN
                END-EVALUATE
            END-IF
            PERFORM 010-LEDGER-BEGIN-RTN
            OPEN OUTPUT DATE-CARD-OUT
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN DATE-CARD-OUT" TO WS-ABEND-WHERE
                    CONTINUE
            END-EVALUATE
            .
      *
       010-LEDGER-BEGIN-RTN.
      *
      *asks the run-control ledger whether the stream may start
      *for the date and cycle just settled . this step heads the
      *stream, so only a clean earlier run for the same night
      *refuses it -- and then the card already on file stands
      *
            MOVE "B" TO RL-FUNCTION
            MOVE "PGM98" TO RL-STEP-ID
            MOVE WS-OUT-DATE TO RL-RUN-DATE
            MOVE WS-OUT-CYCLE TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM98 NOT STARTED                   *"
                DISPLAY "* " RL-REASON
                DISPLAY "* LEDGER: " RL-STEP-ID " " RL-RUN-DATE
                        "/" RL-CYCLE " RC " RL-RC
                DISPLAY "***************************************"
                MOVE RL-RC TO RETURN-CODE
                GOBACK
            END-IF
            .
      *
       990-LEDGER-END-RTN.
      *
      *logs this step's end on the run-control ledger with its
      *return code . a run that failed before its date was settled
      *never started on the ledger and logs nothing . the call
      *leaves a return code of its own behind, so the step's is put
      *back after it
      *
            IF RL-STEP-CLEARED
                MOVE "E" TO RL-FUNCTION
                MOVE RETURN-CODE TO RL-RC
                MOVE WS-CAL-READ-CNT TO RL-CTL-COUNT
                MOVE ZERO TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS4 (PROPOSE-FILE): " WS-STATUS4
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
