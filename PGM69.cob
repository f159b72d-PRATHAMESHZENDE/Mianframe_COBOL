      *THE PROGRAM ITSELF RE-COUNTS AND RE-TOTALS THE CANDIDATE FILE
      *AND REFUSES TO PROMOTE UNLESS BOTH MATCH THE CERTIFICATION
      *RECORD PGM55 WROTE -- SO A STALE OR SWAPPED CANDIDATE CAN
      *NEVER BECOME TOMORROW'S MASTER .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           05 WS-CAND-CNT    PIC 9(7) VALUE ZERO.
           05 WS-CAND-TOTAL  PIC S9(11)V99 VALUE ZERO.
           05 WS-PROM-CNT    PIC 9(7) VALUE ZERO.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *untouched
      *
            DISPLAY "PROGRAM START"
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-VERIFY-CERTIFICATION
            PERFORM 300-PROVE-CANDIDATE
            PERFORM 400-PROMOTE-CANDIDATE
            PERFORM 800-PRINT-TOTALS-RTN
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
            DISPLAY "RECORDS PROMOTED .......: " WS-PROM-CNT
            DISPLAY "PROMOTION STATUS .......: COMPLETE"
            .
      *
       010-LEDGER-BEGIN-RTN.
      *
      *asks the run-control ledger whether this step may start for
      *the business date and cycle -- not twice, and not before its
      *predecessor ended clean . refused, the step ends here with
      *the ledger's return code, having touched nothing
      *
            MOVE "B" TO RL-FUNCTION
            MOVE "PGM69" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM69 NOT STARTED                   *"
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
      *return code and control totals . the call leaves a return
      *code of its own behind, so the step's is put back after it
      *
            IF RL-STEP-CLEARED
                MOVE "E" TO RL-FUNCTION
                MOVE RETURN-CODE TO RL-RC
                MOVE WS-PROM-CNT TO RL-CTL-COUNT
                MOVE WS-CAND-TOTAL TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS3 (PROMOTED-MASTER): " WS-STATUS3
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
