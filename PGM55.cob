      *NEW-MASTER AFTER A PGM52 RUN AND VERIFIES THAT SUM(NM-AMOUNT)
      *EQUALS SUM(OM-AMOUNT) PLUS THE NET OF THE DAY'S TRANSACTIONS,
      *SO AN OUT-OF-BALANCE DAY IS CAUGHT BEFORE NEW-MASTER IS
      *CERTIFIED AND FED INTO TOMORROW'S OLD-MASTER .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
            05 SUS-BRANCH-ID PIC X(3).
            05 SUS-TELLER-ID PIC X(4).
            05 SUS-XFER-ACCT PIC X(5).
            05 SUS-SOURCE    PIC X(1).
            05 FILLER        PIC X(6).
      *
       FD CARRYFWD-FILE.
      *     FUTURE-DATED TRANSACTIONS PGM52 DIVERTED HERE UNAPPLIED
                   DEPENDING ON WS-CLOSED-ACCT-COUNT
                   ASCENDING KEY WS-CLOSED-ACCT
                   INDEXED BY CA-IDX PIC X(5).
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 250-LOAD-EXCLUSIONS-RTN
            PERFORM 200-SUM-OLD-MASTER-RTN
            PERFORM 400-SUM-NEW-MASTER-RTN
            PERFORM 500-CLOSE-RTN
            PERFORM 600-REPORT-RECONCILIATION-RTN
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
            MOVE SUS-ACCT-NO TO WS-DUP-ROW-ACCT(DR-IDX)
            MOVE ZERO TO WS-DUP-ROW-EFFECT(DR-IDX)
            EVALUATE TRUE
                WHEN SUS-TYPE = "D" OR SUS-TYPE = "E"
                    SUBTRACT SUS-AMOUNT
                        FROM WS-DUP-ROW-EFFECT(DR-IDX)
                WHEN SUS-TYPE = "C" OR SUS-TYPE = "W"
                    ADD SUS-AMOUNT TO WS-DUP-ROW-EFFECT(DR-IDX)
                WHEN SUS-TYPE = "R" AND SUS-ORIG-TYPE = "D"
                    ADD SUS-AMOUNT TO WS-DUP-ROW-EFFECT(DR-IDX)
            EVALUATE SUS-REASON
                WHEN "ACCT NOT ON OLD-MAST"
                    EVALUATE TRUE
                        WHEN SUS-TYPE = "D" OR SUS-TYPE = "E"
                            SUBTRACT SUS-AMOUNT
                                FROM WS-NEWACCT-EXCLUDED-NET
                        WHEN SUS-TYPE = "X"
                    PERFORM 262-HOLD-UNAPPLIED-ROW
      *         A FAILED TRANSFER PAIR'S LEGS ARE EXACT COPIES OF
      *         THE TWO TRANS-FILE RECORDS PGM52 REFUSED TO APPLY .
      *         "XFER PAIR BROKEN" AND "STORD DEBIT VOIDED" ALERT
      *         ROWS ARE NOT COPIES OF ANYTHING AND FALL TO THE
      *         OTHER CASE UNTOTALLED
                WHEN "XFER UNKNOWN ACCT"
                    PERFORM 262-HOLD-UNAPPLIED-ROW
                WHEN "XFER WOULD OVERDRAW"
                    PERFORM 262-HOLD-UNAPPLIED-ROW
                WHEN "ACCT BLOCKED"
                    PERFORM 262-HOLD-UNAPPLIED-ROW
      *         A CHARGE-OFF THAT WOULD NOT HAVE LEFT THE BALANCE AT
      *         EXACTLY ZERO IS AN EXACT COPY OF THE ONE TRANS-FILE
      *         RECORD PGM52 REFUSED TO APPLY
                WHEN "CHGOFF AMT CHANGED"
                    PERFORM 262-HOLD-UNAPPLIED-ROW
      *         A RECORD FOR AN ACCOUNT WHOSE PRODUCT CODE IS NOT ON
      *         THE PRODUCT MASTER IS AN EXACT COPY OF THE ONE
      *         TRANS-FILE RECORD PGM52 REFUSED TO APPLY
      *
            ADD 1 TO WS-CARRYFWD-CNT
            EVALUATE TRUE
                WHEN CF-TYPE = "D" OR CF-TYPE = "E"
                    SUBTRACT CF-AMOUNT FROM WS-CARRYFWD-EXCLUDED-NET
                WHEN CF-TYPE = "X"
                    CONTINUE
      *     THAT EXCLUSION AS WELL
            MOVE ZERO TO WS-REC-EFFECT
            EVALUATE TRUE
                WHEN T-TYPE = "D" OR T-TYPE = "E"
                    SUBTRACT T-AMOUNT FROM WS-REC-EFFECT
                WHEN T-TYPE = "X"
                    CONTINUE
            END-IF
            CLOSE CERT-FILE
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
            MOVE "PGM55" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM55 NOT STARTED                   *"
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
                MOVE WS-NM-CNT TO RL-CTL-COUNT
                MOVE WS-NM-TOTAL TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS9 (DATE-CARD): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 16 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
