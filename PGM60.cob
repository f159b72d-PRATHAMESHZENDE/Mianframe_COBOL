      *BEFORE ANYTHING REACHES THE CLEAN TRANSACTION FILE PGM52 READS .
      *A BATCH WHOSE TRAILER DOES NOT PROVE IS REJECTED WHOLE -- NOT
      *RECORD BY RECORD -- SINCE AN OUT-OF-BALANCE BATCH MEANS THE
      *TRANSMISSION ITSELF CANNOT BE TRUSTED .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *        MONEY MOVES TO (SEE PGM52.COB'S T-XFER-ACCT)
            05 WT-MAINT-DATA PIC X(20).
      *        FOR A MAINTENANCE TRANSACTION : THE NEW FIELD VALUE
      *        (SEE PGM52.COB'S T-MAINT-DATA) . FOR A TYPE "E"
      *        EXTERNAL PAYMENT : THE BENEFICIARY'S NAME
      *        (SEE PGM52.COB'S T-BENE-NAME)
            05 WT-BENE-ROUTING PIC X(9).
      *        FOR A TYPE "E" EXTERNAL PAYMENT : THE RECEIVING BANK'S
      *        ROUTING NUMBER AND THE BENEFICIARY'S ACCOUNT THERE
            05 WT-BENE-ACCT  PIC X(17).
            05 FILLER        PIC X(9).
      *
      *CALENDAR PIECES OF THE EFFECTIVE DATE UNDER EDIT
       01 WS-DATE-PIECES.
       01 WS-BATCH-RESULT-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 BR-RESULT       PIC X(44).
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
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-BATCH-REC
            PERFORM 300-PROCESS-ONE-REC
            PERFORM 380-HANDLE-MISSING-TRAILER
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
                        AND WT-TYPE NOT = "X" AND WT-TYPE NOT = "R"
                        AND WT-TYPE NOT = "T" AND WT-TYPE NOT = "N"
                        AND WT-TYPE NOT = "B" AND WT-TYPE NOT = "L"
                        AND WT-TYPE NOT = "S" AND WT-TYPE NOT = "E"
                    MOVE "N" TO WS-BATCH-GOOD(BT-IDX)
                    MOVE "INVALID TRANS TYPE"
                        TO WS-BATCH-REASON(BT-IDX)
                    OR (WT-TYPE = "S"
                        AND WT-MAINT-DATA(1:1) NOT = "A"
                        AND WT-MAINT-DATA(1:1) NOT = "B")
                    OR (WT-TYPE = "E"
                        AND (WT-BENE-ROUTING IS NOT NUMERIC
                          OR WT-BENE-ACCT = SPACES
                          OR WT-MAINT-DATA = SPACES))
      *             A TRANSFER MUST NAME A PARTNER ACCOUNT (AND NOT
      *             ITSELF), A LIMIT CHANGE MUST CARRY A NUMERIC NEW
      *             LIMIT, A NAME OR BRANCH CHANGE MUST CARRY A NEW
      *             VALUE, AND AN EXTERNAL PAYMENT MUST CARRY A
      *             NUMERIC ROUTING NUMBER, A BENEFICIARY ACCOUNT AND
      *             A BENEFICIARY NAME
                    MOVE "N" TO WS-BATCH-GOOD(BT-IDX)
                    MOVE "BAD MAINT/XFER DATA"
                        TO WS-BATCH-REASON(BT-IDX)
             CLEAN-TRANS-FILE
             REPORT-FILE
             REPAIR-FILE.
      *
       010-LEDGER-BEGIN-RTN.
      *
      *asks the run-control ledger whether this step may start for
      *the business date and cycle -- not twice, and not before its
      *predecessor ended clean . refused, the step ends here with
      *the ledger's return code, having touched nothing
      *
            MOVE "B" TO RL-FUNCTION
            MOVE "PGM60" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM60 NOT STARTED                   *"
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
                MOVE WS-CLEAN-WRITE-CNT TO RL-CTL-COUNT
                MOVE WS-CLEAN-AMT-TOTAL TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (REPAIR-FILE): " WS-STATUS4
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
