      *TRANFILE HERE -- THE PRIOR RUN'S CARRYFWD FILE, THE DAY'S
      *INCOMING TRANSACTION FILE (THE PGM61 MERGE OUTPUT), THE
      *RECYCLE FILE PGM57 WRITES, THE ACCRTRN ACCRUALS FROM PGM63,
      *THE ESCHTRN SWEEPS FROM PGM68, THE FEETRN FEES FROM PGM85,
      *THE LOANFEE LATE FEES FROM PGM103, THE TDMATTRN TERM-
      *DEPOSIT MATURITY ACTIONS FROM PGM108, THE PAYCRTRN ON-US
      *SALARY CREDITS FROM PGM96, THE NSFTRN RETURNED-DEBIT FEES
      *FROM PGM115, THE INWTRN INWARD CLEARING CHEQUES PGM117
      *PAID, THE EXTRCR RETURNED EXTERNAL PAYMENT CREDITS FROM
      *PGM119, THE INTADJ BACK-VALUED INTEREST ADJUSTMENTS FROM
      *PGM126, THE SWEEPTRN BALANCE SWEEPS FROM PGM128 AND THE
      *CHGOTRN APPROVED CHARGE-OFFS FROM PGM129 .
      *NO MORE HAND-CONCATENATING SIDE FILES INTO THE INCOMING FEED
      *AND NO MORE FORGOTTEN FILES : EACH SOURCE IS COUNTED IN, EACH
      *RECORD IS TAGGED WITH ITS SOURCE (T-SOURCE), AND THE PER-SOURCE
      *ACCOUNT (THEY ARE THE OLDER BUSINESS), EACH RE-EVALUATED
      *AGAINST THE NEW RUN DATE -- A STILL-FUTURE ITEM SIMPLY FLOWS
      *THROUGH AND PGM52'S OWN FUTURE-DATE RULE CARRIES IT FORWARD
      *AGAIN -- AND THE SORT KEEPS DUPLICATES IN ORDER .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO "STORDTRN"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL LOAN-FEE-FILE ASSIGN TO "LOANFEE"
            FILE STATUS IS WS-STATUS10
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL MATURITY-FILE ASSIGN TO "TDMATTRN"
            FILE STATUS IS WS-STATUS11
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAYROLL-CREDIT-FILE ASSIGN TO "PAYCRTRN"
            FILE STATUS IS WS-STATUS12
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL NSF-FEE-FILE ASSIGN TO "NSFTRN"
            FILE STATUS IS WS-STATUS13
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INWARD-FILE ASSIGN TO "INWTRN"
            FILE STATUS IS WS-STATUS14
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAY-RETURN-FILE ASSIGN TO "EXTRCR"
            FILE STATUS IS WS-STATUS15
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INT-ADJUST-FILE ASSIGN TO "INTADJ"
            FILE STATUS IS WS-STATUS16
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL SWEEP-TRAN-FILE ASSIGN TO "SWEEPTRN"
            FILE STATUS IS WS-STATUS17
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CHGO-TRAN-FILE ASSIGN TO "CHGOTRN"
            FILE STATUS IS WS-STATUS18
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *     EXPLODED INTO ITS TWO LEGS HERE, SAME AS A BRANCH-
      *     SUBMITTED TRANSFER
       01 ORDER-REC         PIC X(100).
      *
       FD LOAN-FEE-FILE.
      *     THE LOAN LATE-FEE DEBITS PGM103 WROTE, IN TRANS-REC LAYOUT
       01 LOAN-FEE-REC      PIC X(100).
      *
       FD MATURITY-FILE.
      *     THE TERM-DEPOSIT INTEREST CREDITS, PAY-OUT TRANSFERS AND
      *     CLOSES PGM108 WROTE, IN TRANS-REC LAYOUT . A "T" PAY-OUT
      *     ARRIVES RAW AND IS EXPLODED INTO ITS TWO LEGS HERE, SAME
      *     AS A STANDING ORDER
       01 MATURITY-REC      PIC X(100).
      *
       FD PAYROLL-CREDIT-FILE.
      *     THE ON-US SALARY CREDITS PGM96 WROTE FOR EMPLOYEES WHO
      *     BANK WITH US, IN TRANS-REC LAYOUT
       01 PAYROLL-CREDIT-REC PIC X(100).
      *
       FD NSF-FEE-FILE.
      *     THE PER-ITEM NSF FEE DEBITS PGM115 WROTE, IN TRANS-REC
      *     LAYOUT
       01 NSF-FEE-REC       PIC X(100).
      *
       FD INWARD-FILE.
      *     THE INWARD CLEARING CHEQUE DEBITS PGM117 PAID, IN
      *     TRANS-REC LAYOUT
       01 INWARD-REC        PIC X(100).
      *
       FD PAY-RETURN-FILE.
      *     THE RETURNED EXTERNAL PAYMENT CREDITS PGM119 WROTE, IN
      *     TRANS-REC LAYOUT
       01 PAY-RETURN-REC    PIC X(100).
      *
       FD INT-ADJUST-FILE.
      *     THE BACK-VALUED INTEREST ADJUSTMENT CREDITS AND DEBITS
      *     PGM126 WROTE, IN TRANS-REC LAYOUT
       01 INT-ADJUST-REC    PIC X(100).
      *
       FD SWEEP-TRAN-FILE.
      *     THE BALANCE SWEEP TRANSFERS PGM128 WROTE, IN TRANS-REC
      *     LAYOUT, EACH A RAW "T" FOR THIS GATEWAY TO EXPLODE
       01 SWEEP-TRAN-REC    PIC X(100).
      *
       FD CHGO-TRAN-FILE.
      *     THE APPROVED CHARGE-OFFS PGM129 WROTE, IN TRANS-REC
      *     LAYOUT, EACH A TYPE "W" FOR THE FULL OVERDRAWN BALANCE
       01 CHGO-TRAN-REC     PIC X(100).
      *
       SD SORT-FILE.
       01 SORT-REC.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-STATUS10  PIC 99.
       01 WS-STATUS11  PIC 99.
       01 WS-STATUS12  PIC 99.
       01 WS-STATUS13  PIC 99.
       01 WS-STATUS14  PIC 99.
       01 WS-STATUS15  PIC 99.
       01 WS-STATUS16  PIC 99.
       01 WS-STATUS17  PIC 99.
       01 WS-STATUS18  PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
           05 WS-ESCHEAT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-FEE-CNT        PIC 9(7) VALUE ZERO.
           05 WS-ORDER-CNT      PIC 9(7) VALUE ZERO.
           05 WS-LOAN-FEE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-MATURITY-CNT   PIC 9(7) VALUE ZERO.
           05 WS-PAYROLL-CNT    PIC 9(7) VALUE ZERO.
           05 WS-NSF-FEE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-INWARD-CNT     PIC 9(7) VALUE ZERO.
           05 WS-PAY-RETURN-CNT PIC 9(7) VALUE ZERO.
           05 WS-INT-ADJUST-CNT PIC 9(7) VALUE ZERO.
           05 WS-SWEEP-CNT      PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-CNT     PIC 9(7) VALUE ZERO.
           05 WS-XFER-SPLIT-CNT PIC 9(7) VALUE ZERO.
           05 WS-IN-TOTAL-CNT   PIC 9(7) VALUE ZERO.
           05 WS-OUT-CNT        PIC 9(7) VALUE ZERO.
           05 WS-DUE-TODAY-CNT  PIC 9(7) VALUE ZERO.
      *
       01 WS-LAST-OUT-ACCT   PIC X(5) VALUE LOW-VALUES.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *first ; the sort keeps duplicates in order
      *
            DISPLAY "PROGRAM START"
            PERFORM 010-LEDGER-BEGIN-RTN
            PERFORM 050-GET-BUSINESS-DATE
            SORT SORT-FILE
                ON ASCENDING KEY SR-ACCT-NO
                INPUT PROCEDURE IS 100-RELEASE-ALL-SOURCES
                OUTPUT PROCEDURE IS 300-WRITE-COMBINED-FILE
            PERFORM 800-PRINT-GATEWAY-REPORT
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       050-GET-BUSINESS-DATE.
      *
            PERFORM 240-RELEASE-ONE-ORDER
                UNTIL END-OF-INPUT-FILE
            CLOSE ORDER-FILE
      *
            OPEN INPUT LOAN-FEE-FILE
            IF WS-STATUS10 NOT = 00 AND WS-STATUS10 NOT = 05
                MOVE "OPEN LOAN-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 250-READ-LOAN-FEE
            PERFORM 260-RELEASE-ONE-LOAN-FEE
                UNTIL END-OF-INPUT-FILE
            CLOSE LOAN-FEE-FILE
      *
            OPEN INPUT MATURITY-FILE
            IF WS-STATUS11 NOT = 00 AND WS-STATUS11 NOT = 05
                MOVE "OPEN MATURITY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 270-READ-MATURITY
            PERFORM 280-RELEASE-ONE-MATURITY
                UNTIL END-OF-INPUT-FILE
            CLOSE MATURITY-FILE
      *
            OPEN INPUT PAYROLL-CREDIT-FILE
            IF WS-STATUS12 NOT = 00 AND WS-STATUS12 NOT = 05
                MOVE "OPEN PAYROLL-CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 285-READ-PAYROLL-CREDIT
            PERFORM 290-RELEASE-ONE-PAYROLL-CRED
                UNTIL END-OF-INPUT-FILE
            CLOSE PAYROLL-CREDIT-FILE
      *
            OPEN INPUT NSF-FEE-FILE
            IF WS-STATUS13 NOT = 00 AND WS-STATUS13 NOT = 05
                MOVE "OPEN NSF-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 292-READ-NSF-FEE
            PERFORM 294-RELEASE-ONE-NSF-FEE
                UNTIL END-OF-INPUT-FILE
            CLOSE NSF-FEE-FILE
      *
            OPEN INPUT INWARD-FILE
            IF WS-STATUS14 NOT = 00 AND WS-STATUS14 NOT = 05
                MOVE "OPEN INWARD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 296-READ-INWARD-ITEM
            PERFORM 298-RELEASE-ONE-INWARD-ITEM
                UNTIL END-OF-INPUT-FILE
            CLOSE INWARD-FILE
      *
            OPEN INPUT PAY-RETURN-FILE
            IF WS-STATUS15 NOT = 00 AND WS-STATUS15 NOT = 05
                MOVE "OPEN PAY-RETURN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 2991-READ-PAY-RETURN
            PERFORM 2992-RELEASE-ONE-PAY-RETURN
                UNTIL END-OF-INPUT-FILE
            CLOSE PAY-RETURN-FILE
      *
            OPEN INPUT INT-ADJUST-FILE
            IF WS-STATUS16 NOT = 00 AND WS-STATUS16 NOT = 05
                MOVE "OPEN INT-ADJUST-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 2993-READ-INT-ADJUST
            PERFORM 2994-RELEASE-ONE-INT-ADJUST
                UNTIL END-OF-INPUT-FILE
            CLOSE INT-ADJUST-FILE
      *
            OPEN INPUT SWEEP-TRAN-FILE
            IF WS-STATUS17 NOT = 00 AND WS-STATUS17 NOT = 05
                MOVE "OPEN SWEEP-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 2995-READ-SWEEP-TRAN
            PERFORM 2996-RELEASE-ONE-SWEEP-TRAN
                UNTIL END-OF-INPUT-FILE
            CLOSE SWEEP-TRAN-FILE
      *
            OPEN INPUT CHGO-TRAN-FILE
            IF WS-STATUS18 NOT = 00 AND WS-STATUS18 NOT = 05
                MOVE "OPEN CHGO-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 2997-READ-CHGO-TRAN
            PERFORM 2998-RELEASE-ONE-CHGO-TRAN
                UNTIL END-OF-INPUT-FILE
            CLOSE CHGO-TRAN-FILE
      *
            COMPUTE WS-IN-TOTAL-CNT =
                    WS-CARRY-IN-CNT + WS-INCOMING-CNT
                    + WS-RECYCLE-CNT + WS-ACCRUAL-CNT
                    + WS-ESCHEAT-CNT + WS-FEE-CNT
                    + WS-ORDER-CNT + WS-LOAN-FEE-CNT
                    + WS-MATURITY-CNT + WS-PAYROLL-CNT
                    + WS-NSF-FEE-CNT + WS-INWARD-CNT
                    + WS-PAY-RETURN-CNT + WS-INT-ADJUST-CNT
                    + WS-SWEEP-CNT + WS-CHGOFF-CNT
            .
      *
       110-READ-CARRYIN.
            END-IF
            PERFORM 230-READ-ORDER
            .
      *
       250-READ-LOAN-FEE.
      *
      *reads the next loan late-fee debit
      *
            READ LOAN-FEE-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS10 NOT = 00 AND WS-STATUS10 NOT = 10
                MOVE "READ LOAN-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       260-RELEASE-ONE-LOAN-FEE.
      *
      *releases one loan late-fee debit under its source tag
      *
            ADD 1 TO WS-LOAN-FEE-CNT
            MOVE LOAN-FEE-REC TO WS-TAG-WORK
            MOVE "L" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 250-READ-LOAN-FEE
            .
      *
       270-READ-MATURITY.
      *
      *reads the next term-deposit maturity transaction
      *
            READ MATURITY-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS11 NOT = 00 AND WS-STATUS11 NOT = 10
                MOVE "READ MATURITY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       280-RELEASE-ONE-MATURITY.
      *
      *releases one maturity transaction under its source tag . a
      *raw "T" pay-out explodes into its two legs the same way a
      *standing order does
      *
            ADD 1 TO WS-MATURITY-CNT
            MOVE MATURITY-REC TO WS-XPL-WORK
            IF XW-TYPE = "T"
                    AND XW-ORIG-TYPE NOT = "D"
                    AND XW-ORIG-TYPE NOT = "C"
                MOVE "M" TO XW-SOURCE
                MOVE "D" TO XW-ORIG-TYPE
                RELEASE SORT-REC FROM WS-XPL-WORK
                MOVE XW-ACCT-NO TO WS-XFER-HOLD-ACCT
                MOVE XW-XFER-ACCT TO XW-ACCT-NO
                MOVE WS-XFER-HOLD-ACCT TO XW-XFER-ACCT
                MOVE "C" TO XW-ORIG-TYPE
                RELEASE SORT-REC FROM WS-XPL-WORK
                ADD 1 TO WS-XFER-SPLIT-CNT
            ELSE
                MOVE MATURITY-REC TO WS-TAG-WORK
                MOVE "M" TO TW-SOURCE
                RELEASE SORT-REC FROM WS-TAG-WORK
            END-IF
            PERFORM 270-READ-MATURITY
            .
      *
       285-READ-PAYROLL-CREDIT.
      *
      *reads the next on-us salary credit
      *
            READ PAYROLL-CREDIT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS12 NOT = 00 AND WS-STATUS12 NOT = 10
                MOVE "READ PAYROLL-CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       290-RELEASE-ONE-PAYROLL-CRED.
      *
      *releases one on-us salary credit under its source tag
      *
            ADD 1 TO WS-PAYROLL-CNT
            MOVE PAYROLL-CREDIT-REC TO WS-TAG-WORK
            MOVE "W" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 285-READ-PAYROLL-CREDIT
            .
      *
       292-READ-NSF-FEE.
      *
      *reads the next nsf fee debit
      *
            READ NSF-FEE-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS13 NOT = 00 AND WS-STATUS13 NOT = 10
                MOVE "READ NSF-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       294-RELEASE-ONE-NSF-FEE.
      *
      *releases one nsf fee debit under its source tag
      *
            ADD 1 TO WS-NSF-FEE-CNT
            MOVE NSF-FEE-REC TO WS-TAG-WORK
            MOVE "N" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 292-READ-NSF-FEE
            .
      *
       296-READ-INWARD-ITEM.
      *
      *reads the next paid inward clearing cheque
      *
            READ INWARD-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS14 NOT = 00 AND WS-STATUS14 NOT = 10
                MOVE "READ INWARD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       298-RELEASE-ONE-INWARD-ITEM.
      *
      *releases one paid inward clearing cheque under its source tag
      *
            ADD 1 TO WS-INWARD-CNT
            MOVE INWARD-REC TO WS-TAG-WORK
            MOVE "I" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 296-READ-INWARD-ITEM
            .
      *
       2991-READ-PAY-RETURN.
      *
      *reads the next returned external payment credit
      *
            READ PAY-RETURN-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS15 NOT = 00 AND WS-STATUS15 NOT = 10
                MOVE "READ PAY-RETURN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2992-RELEASE-ONE-PAY-RETURN.
      *
      *releases one returned external payment credit under its
      *source tag
      *
            ADD 1 TO WS-PAY-RETURN-CNT
            MOVE PAY-RETURN-REC TO WS-TAG-WORK
            MOVE "O" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 2991-READ-PAY-RETURN
            .
      *
       2993-READ-INT-ADJUST.
      *
      *reads the next back-valued interest adjustment
      *
            READ INT-ADJUST-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS16 NOT = 00 AND WS-STATUS16 NOT = 10
                MOVE "READ INT-ADJUST-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2994-RELEASE-ONE-INT-ADJUST.
      *
      *releases one back-valued interest adjustment under its source
      *tag
      *
            ADD 1 TO WS-INT-ADJUST-CNT
            MOVE INT-ADJUST-REC TO WS-TAG-WORK
            MOVE "V" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 2993-READ-INT-ADJUST
            .
      *
       2995-READ-SWEEP-TRAN.
      *
      *reads the next balance sweep transfer
      *
            READ SWEEP-TRAN-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS17 NOT = 00 AND WS-STATUS17 NOT = 10
                MOVE "READ SWEEP-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2996-RELEASE-ONE-SWEEP-TRAN.
      *
      *releases one balance sweep under its source tag . a raw "t"
      *sweep explodes into its two legs the same way a standing
      *order does
      *
            ADD 1 TO WS-SWEEP-CNT
            MOVE SWEEP-TRAN-REC TO WS-XPL-WORK
            IF XW-TYPE = "T"
                    AND XW-ORIG-TYPE NOT = "D"
                    AND XW-ORIG-TYPE NOT = "C"
                MOVE "K" TO XW-SOURCE
                MOVE "D" TO XW-ORIG-TYPE
                RELEASE SORT-REC FROM WS-XPL-WORK
                MOVE XW-ACCT-NO TO WS-XFER-HOLD-ACCT
                MOVE XW-XFER-ACCT TO XW-ACCT-NO
                MOVE WS-XFER-HOLD-ACCT TO XW-XFER-ACCT
                MOVE "C" TO XW-ORIG-TYPE
                RELEASE SORT-REC FROM WS-XPL-WORK
                ADD 1 TO WS-XFER-SPLIT-CNT
            ELSE
                MOVE SWEEP-TRAN-REC TO WS-TAG-WORK
                MOVE "K" TO TW-SOURCE
                RELEASE SORT-REC FROM WS-TAG-WORK
            END-IF
            PERFORM 2995-READ-SWEEP-TRAN
            .
      *
       2997-READ-CHGO-TRAN.
      *
      *reads the next approved charge-off
      *
            READ CHGO-TRAN-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS18 NOT = 00 AND WS-STATUS18 NOT = 10
                MOVE "READ CHGO-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2998-RELEASE-ONE-CHGO-TRAN.
      *
      *releases one approved charge-off under its source tag
      *
            ADD 1 TO WS-CHGOFF-CNT
            MOVE CHGO-TRAN-REC TO WS-TAG-WORK
            MOVE "C" TO TW-SOURCE
            RELEASE SORT-REC FROM WS-TAG-WORK
            PERFORM 2997-READ-CHGO-TRAN
            .
      *
       300-WRITE-COMBINED-FILE.
      *
            DISPLAY "ESCHEAT RECORDS IN .....: " WS-ESCHEAT-CNT
            DISPLAY "FEE RECORDS IN .........: " WS-FEE-CNT
            DISPLAY "STANDING ORDERS IN .....: " WS-ORDER-CNT
            DISPLAY "LOAN LATE FEES IN ......: " WS-LOAN-FEE-CNT
            DISPLAY "TD MATURITY ITEMS IN ...: " WS-MATURITY-CNT
            DISPLAY "ON-US SALARY CREDITS IN : " WS-PAYROLL-CNT
            DISPLAY "NSF FEES IN ............: " WS-NSF-FEE-CNT
            DISPLAY "INWARD CLEARING IN .....: " WS-INWARD-CNT
            DISPLAY "PAYMENT RETURNS IN .....: " WS-PAY-RETURN-CNT
            DISPLAY "INTEREST ADJUSTMENTS IN : " WS-INT-ADJUST-CNT
            DISPLAY "BALANCE SWEEPS IN ......: " WS-SWEEP-CNT
            DISPLAY "CHARGE-OFFS IN .........: " WS-CHGOFF-CNT
            DISPLAY "TRANSFERS EXPLODED .....: " WS-XFER-SPLIT-CNT
            DISPLAY "COMBINED RECORDS IN ....: " WS-IN-TOTAL-CNT
            DISPLAY "COMBINED RECORDS OUT ...: " WS-OUT-CNT
            END-IF
            DISPLAY "=============================================="
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
            MOVE "PGM74" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM74 NOT STARTED                   *"
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
                MOVE ZERO TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS7 (ESCHEAT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (FEE-FILE): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (ORDER-FILE): " WS-STATUS9
            DISPLAY "* WS-STATUS10 (LOAN-FEE-FILE): " WS-STATUS10
            DISPLAY "* WS-STATUS11 (MATURITY-FILE): " WS-STATUS11
            DISPLAY "* WS-STATUS12 (PAYROLL-CREDIT-FILE): "
                    WS-STATUS12
            DISPLAY "* WS-STATUS13 (NSF-FEE-FILE): " WS-STATUS13
            DISPLAY "* WS-STATUS14 (INWARD-FILE): " WS-STATUS14
            DISPLAY "* WS-STATUS15 (PAY-RETURN-FILE): " WS-STATUS15
            DISPLAY "* WS-STATUS16 (INT-ADJUST-FILE): " WS-STATUS16
            DISPLAY "* WS-STATUS17 (SWEEP-TRAN-FILE): " WS-STATUS17
            DISPLAY "* WS-STATUS18 (CHGO-TRAN-FILE): " WS-STATUS18
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
