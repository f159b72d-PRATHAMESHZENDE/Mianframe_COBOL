      *RELEASED TO IT ONE FILE AT A TIME, SO SEVERAL SAME-DAY
      *TRANSACTIONS AGAINST ONE ACCOUNT STILL POST IN THE ORDER THE
      *BRANCH SENT THEM . PER-BRANCH RECORD COUNTS AND AMOUNT TOTALS
      *ARE REPORTED SO THE MERGE CAN BE PROVED COMPLETE .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           05 WS-OUT-AMT        PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-LAST-OUT-ACCT   PIC X(5) VALUE LOW-VALUES.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *preserves each branch's within-account arrival order
      *
            DISPLAY "PROGRAM START"
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 050-LOAD-BRANCH-DIR
            SORT SORT-FILE
                ON ASCENDING KEY SR-ACCT-NO
                OUTPUT PROCEDURE IS 300-WRITE-MERGED-FILE
            PERFORM 800-PRINT-MERGE-REPORT
            PERFORM 850-RAISE-FEED-ALARMS
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       050-LOAD-BRANCH-DIR.
      *
                    WS-SEEN-BRANCH(SE-IDX) " SENT "
                    WS-SEEN-CNT(SE-IDX) " RECORDS"
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
            MOVE "PGM61" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM61 NOT STARTED                   *"
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
                MOVE WS-OUT-CNT TO RL-CTL-COUNT
                MOVE WS-OUT-AMT TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS4 (TRANS-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (BRANCH-DIR): " WS-STATUS5
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
