      *SIDE BY SIDE AND PROVES THE INCREMENTAL COPY HAS NOT DRIFTED,
      *ENDING NON-ZERO ON ANY DIFFERENCE SO OPERATIONS RUNS THE
      *PGM66 FULL RELOAD -- THE PERIODIC PROOF THE INCREMENTAL
      *APPROACH IS ONLY SAFE WITH .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS .
      *AN INCREMENTAL RUN ALSO LOGS ITS CHANGED-ACCOUNT TABLE'S USAGE
      *AGAINST ITS CEILING ON THE CAPACITY-USAGE FILE (PGM121) FOR
      *THE WEEKLY HEADROOM REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IX-ACCT-NO
              ALTERNATE RECORD KEY IS IX-CUST-NO WITH DUPLICATES.
      *
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
            FILE STATUS IS WS-STATUS3
      *
       FD INDEXED-MASTER.
      *     MUST STAY IN SYNC WITH PGM66.COB'S INDEXED-MASTER-REC
      *     LAYOUT AND KEYS . THE CUSTOMER-NUMBER ALTERNATE KEY FOLLOWS
      *     EVERY WRITE, REWRITE AND DELETE HERE, SO PGM110'S LIST OF
      *     A CUSTOMER'S ACCOUNTS STAYS AS CURRENT AS THE INDEX
       01 INDEXED-MASTER-REC.
           05 IX-ACCT-NO COPY ACCTREC.
            05 IX-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 WS-CMP-DIFF-CNT    PIC 9(7) VALUE ZERO.
           05 WS-CMP-MISSING-CNT PIC 9(7) VALUE ZERO.
           05 WS-CMP-EXTRA-CNT   PIC 9(7) VALUE ZERO.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121) AND THE STEP'S
      *RETURN CODE KEPT ACROSS THE CALL
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-CAP-SAVE-RC     PIC S9(4) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 100-INITIALIZATION-RTN
            IF PRM-MODE = "F"
                PERFORM 600-FULL-COMPARE-RTN
                PERFORM 300-APPLY-CHANGES
            END-IF
            PERFORM 800-PRINT-SUMMARY-RTN
            IF PRM-MODE NOT = "F"
                PERFORM 980-LOG-TABLE-USAGE
            END-IF
            PERFORM 500-CLOSE-RTN
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
      *
       210-READ-AUDIT-LOG.
      *
      *reads the next audit record, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 211-READ-ONE-AUDIT-ROW
            PERFORM 211-READ-ONE-AUDIT-ROW
                UNTIL END-OF-INPUT-FILE OR AUD-ACTION-CODE NOT = "SEAL"
            IF NOT-END-OF-INPUT-FILE
                ADD 1 TO WS-AUD-READ-CNT
            END-IF
            .
      *
       211-READ-ONE-AUDIT-ROW.
      *
      *reads one audit row
      *
            READ AUDIT-LOG
                AT END SET END-OF-INPUT-FILE TO TRUE
                MOVE "READ AUDIT-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-SIFT-ONE-AUDIT-REC.
            CLOSE NEW-MASTER
             INDEXED-MASTER
             PARAM-FILE.
      *
       010-LEDGER-BEGIN-RTN.
      *
      *asks the run-control ledger whether this step may start for
      *the business date and cycle -- not twice, and not before its
      *predecessor ended clean . refused, the step ends here with
      *the ledger's return code, having touched nothing
      *
            MOVE "B" TO RL-FUNCTION
            MOVE "PGM92" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM92 NOT STARTED                   *"
                DISPLAY "* " RL-REASON
                DISPLAY "* LEDGER: " RL-STEP-ID " " RL-RUN-DATE
                        "/" RL-CYCLE " RC " RL-RC
                DISPLAY "***************************************"
                MOVE RL-RC TO RETURN-CODE
                GOBACK
            END-IF
            .
      *
       980-LOG-TABLE-USAGE.
      *
      *logs the changed-account table's load against its ceiling on
      *the capacity-usage file (pgm121) for the weekly headroom
      *report . a compare run never fills the table, so only the
      *incremental run logs it . the call leaves a return code of
      *its own behind, so the step's is put back after it
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE WS-RUN-DATE TO CAP-RUN-DATE
            MOVE "PGM92" TO CAP-PROGRAM
            MOVE "CHANGED ACCT" TO CAP-TABLE
            MOVE 2000 TO CAP-CEILING
            MOVE WS-CHG-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
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
                COMPUTE RL-CTL-COUNT = WS-REWRITE-CNT + WS-WRITE-CNT
                                     + WS-DELETE-CNT
                MOVE ZERO TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
