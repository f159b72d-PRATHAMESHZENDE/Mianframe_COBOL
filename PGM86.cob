      *SKIPPED AND LISTED ; AN ORDER PAST ITS END DATE EXPIRES AND IS
      *DROPPED FROM THE ROLLED MASTER . THE REPORT COUNTS GENERATED,
      *SKIPPED AND EXPIRING ORDERS SO A MISSED SWEEP IS VISIBLE THE
      *SAME MORNING . A PAYMENT THE POSTING RUN REFUSED (OVERDRAFT,
      *HOLD) IS FED BACK ONTO THE ORDER BY THE PGM101 FEEDBACK RUN AS
      *A RETRY OWED : THIS RUN REGENERATES ONE OWED PAYMENT ON EACH
      *LATER BUSINESS DAY THE ORDER IS NOT ALSO DUE (ONE PAYMENT PER
      *ORDER PER DAY, OR THE POSTING RUN'S DUPLICATE TEST WOULD
      *SUSPEND THE SECOND), AND STAMPS THE ORDER WITH WHAT IT
      *GENERATED TODAY SO THE FEEDBACK RUN CAN JUDGE IT . AN ORDER
      *PGM101 HAS SUSPENDED AFTER ITS FINAL FAILURE GENERATES NOTHING
      *UNTIL THE BRANCH REINSTATES IT, AND IS LISTED EVERY DAY .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
            05 SO-FREQ       PIC X(1).
            05 SO-NEXT-DUE   PIC 9(8).
            05 SO-END-DATE   PIC 9(8).
            05 SO-STATUS     PIC X(1).
      *        SPACE OR "A" ACTIVE ; "S" SUSPENDED BY PGM101 AFTER THE
      *        PRODUCT'S RETRY LIMIT WAS EXHAUSTED
               88 SO-ORDER-SUSPENDED  VALUE "S".
            05 SO-FAIL-CNT-X PIC X(2).
            05 SO-FAIL-CNT REDEFINES SO-FAIL-CNT-X PIC 9(2).
      *        CONSECUTIVE FAILED PAYMENTS, KEPT BY PGM101
            05 SO-RETRY-OWED-X PIC X(2).
            05 SO-RETRY-OWED REDEFINES SO-RETRY-OWED-X PIC 9(2).
      *        FAILED PAYMENTS STILL TO BE REGENERATED, SET BY PGM101
      *        AND WORKED DOWN HERE ONE A DAY
            05 SO-LAST-GEN-DATE-X PIC X(8).
            05 SO-LAST-GEN-DATE REDEFINES SO-LAST-GEN-DATE-X
                                PIC 9(8).
            05 SO-LAST-GEN-KIND PIC X(1).
      *        THE BUSINESS DATE THIS RUN LAST GENERATED A PAYMENT
      *        FOR THE ORDER, AND WHETHER IT WAS THE SCHEDULED ONE
      *        ("S") OR A RETRY ("R")
            05 SO-SUSP-DATE-X PIC X(8).
            05 SO-SUSP-DATE REDEFINES SO-SUSP-DATE-X PIC 9(8).
      *        THE BUSINESS DATE PGM101 SUSPENDED THE ORDER
            05 FILLER        PIC X(21).
      *
       FD ORDER-MASTER-OUT.
      *     THE ROLLED STANDING-ORDER MASTER THE NEXT RUN READS .
           05 WS-EXPIRED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NOT-DUE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-ORD-OUT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RETRY-CNT       PIC 9(7) VALUE ZERO.
           05 WS-SUSPENDED-CNT   PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
            05 DL-NEXT-DUE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DISPOSITION  PIC X(12).
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
            PERFORM 200-READ-ORDER
            PERFORM 300-PROCESS-ONE-ORDER
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            CANCEL "PGM50"
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
      *the business date : expired orders drop, due orders on a known
      *account generate and roll forward, due orders on an unknown
      *account are skipped and listed, and orders not yet due copy
      *through untouched . an order with a retry owed is worked
      *whether or not it is due, and is not expired until the owed
      *payments are made ; a suspended order is listed and carried
      *
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE SO-ACCT-NO TO DL-ACCT-NO
            MOVE SO-AMOUNT TO DL-AMOUNT
            MOVE SO-TYPE TO DL-TYPE
            MOVE SO-NEXT-DUE TO DL-NEXT-DUE
            PERFORM 305-CLEAN-FEEDBACK-FIELDS
            EVALUATE TRUE
                WHEN SO-END-DATE > 0
                        AND SO-END-DATE < WS-RUN-DATE
                        AND SO-RETRY-OWED = 0
                    MOVE "EXPIRED" TO DL-DISPOSITION
                    ADD 1 TO WS-EXPIRED-CNT
                    PERFORM 400-PRINT-DETAIL-RTN
                WHEN SO-ORDER-SUSPENDED
                    MOVE "SUSPENDED" TO DL-DISPOSITION
                    ADD 1 TO WS-SUSPENDED-CNT
                    PERFORM 400-PRINT-DETAIL-RTN
                    PERFORM 360-WRITE-ORDER-OUT
                WHEN SO-NEXT-DUE > WS-RUN-DATE
                        AND SO-RETRY-OWED = 0
                    ADD 1 TO WS-NOT-DUE-CNT
                    PERFORM 360-WRITE-ORDER-OUT
                WHEN OTHER
      *does not know generates nothing -- it would only suspend in
      *the posting run -- and is listed for the branch to fix or
      *cancel . a good order generates its transaction, rolls its
      *next-due date past the business date and carries forward . the
      *scheduled payment takes the day when the order is due ; an
      *owed retry waits for the next day it is not, and otherwise
      *generates in its place without rolling the next-due date
      *
            CALL "PGM50" USING SO-ACCT-NO WS-VERIFY-FOUND
                               WS-VERIFY-MASTER
                PERFORM 400-PRINT-DETAIL-RTN
                PERFORM 360-WRITE-ORDER-OUT
            ELSE
                IF SO-NEXT-DUE NOT > WS-RUN-DATE
                        AND (SO-END-DATE = 0
                          OR SO-END-DATE NOT < WS-RUN-DATE)
                    PERFORM 320-WRITE-ORDER-TRANS
                    PERFORM 330-ROLL-NEXT-DUE
                    MOVE "S" TO SO-LAST-GEN-KIND
                    MOVE "GENERATED" TO DL-DISPOSITION
                ELSE
                    PERFORM 320-WRITE-ORDER-TRANS
                    SUBTRACT 1 FROM SO-RETRY-OWED
                    MOVE "R" TO SO-LAST-GEN-KIND
                    MOVE "RETRY" TO DL-DISPOSITION
                    ADD 1 TO WS-RETRY-CNT
                END-IF
                MOVE WS-RUN-DATE TO SO-LAST-GEN-DATE
                ADD 1 TO WS-GENERATED-CNT
                ADD SO-AMOUNT TO WS-GENERATED-TOT
                PERFORM 400-PRINT-DETAIL-RTN
                PERFORM 360-WRITE-ORDER-OUT
            END-IF
            .
      *
       305-CLEAN-FEEDBACK-FIELDS.
      *
      *an order written before the feedback fields existed carries
      *spaces where the counts and dates now sit ; they read as zero
      *so the order generates exactly as it always did
      *
            IF SO-FAIL-CNT-X NOT NUMERIC
                MOVE ZERO TO SO-FAIL-CNT
            END-IF
            IF SO-RETRY-OWED-X NOT NUMERIC
                MOVE ZERO TO SO-RETRY-OWED
            END-IF
            IF SO-LAST-GEN-DATE-X NOT NUMERIC
                MOVE ZERO TO SO-LAST-GEN-DATE
            END-IF
            IF SO-SUSP-DATE-X NOT NUMERIC
                MOVE ZERO TO SO-SUSP-DATE
            END-IF
            .
      *
       320-WRITE-ORDER-TRANS.
      *
                   "  NOT DUE " WS-NOT-DUE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "RETRIES " WS-RETRY-CNT
                   "  SUSPENDED " WS-SUSPENDED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "ORDERS READ ............: " WS-ORD-READ-CNT
            DISPLAY "TRANSACTIONS GENERATED .: " WS-GENERATED-CNT
            DISPLAY "GENERATED AMOUNT .......: " WS-GENERATED-TOT
            DISPLAY "  OF WHICH RETRIES .....: " WS-RETRY-CNT
            DISPLAY "ORDERS SUSPENDED .......: " WS-SUSPENDED-CNT
            DISPLAY "SKIPPED (NO ACCOUNT) ...: " WS-SKIPPED-CNT
            DISPLAY "ORDERS EXPIRED .........: " WS-EXPIRED-CNT
            DISPLAY "ORDERS NOT YET DUE .....: " WS-NOT-DUE-CNT
             ORDER-MASTER-OUT
             ORDER-TRANS-FILE
             REPORT-FILE.
      *
       010-LEDGER-BEGIN-RTN.
      *
      *asks the run-control ledger whether this step may start for
      *the business date and cycle -- not twice, and not before its
      *predecessor ended clean . refused, the step ends here with
      *the ledger's return code, having touched nothing
      *
            MOVE "B" TO RL-FUNCTION
            MOVE "PGM86" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM86 NOT STARTED                   *"
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
                MOVE WS-GENERATED-CNT TO RL-CTL-COUNT
                MOVE WS-GENERATED-TOT TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
