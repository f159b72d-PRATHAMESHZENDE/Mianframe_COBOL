      *PGM52'S BALANCING REPORT INTO THE LEDGER BY HAND EVERY MORNING .
      *THIS END-OF-NIGHT STEP TURNS THE DAY'S POSTED HISTORY AND THE
      *RUN'S CONTROL TOTALS INTO JOURNAL RECORDS INSTEAD : CUSTOMER
      *DEPOSIT MOVEMENTS SUMMARIZED BY THE ACCOUNT'S OWN BRANCH
      *(OM-BRANCH) AND PRODUCT, A SETTLEMENT-CLEARING CONTRA, AN
      *INTEREST-EXPENSE ENTRY OFFSETTING THE ACCRUAL CREDITS
      *(BLANK-BRANCH "C" ROWS, AS PGM63 WRITES THEM), A PAYROLL-
      *CLEARING ENTRY OFFSETTING THE ON-US SALARY CREDITS (SOURCE
      *"W" ROWS, AS PGM96 WRITES THEM), A PAYMENTS-CLEARING ENTRY
      *FOR THE OUTGOING EXTERNAL PAYMENTS (TYPE "E" ROWS, WHICH
      *PGM118 SENDS ON) AND THE RETURNED ONES CREDITED BACK (SOURCE
      *"O" ROWS, AS PGM119 WRITES THEM), A CHARGE-OFF LOSS ENTRY
      *FOR THE OVERDRAWN BALANCES WRITTEN OFF (TYPE "W" ROWS, AS
      *PGM129 ISSUES THEM), A CLOSURE
      *ENTRY FOR THE BALANCES PAID AWAY WHEN ACCOUNTS CLOSED, AND A
      *MEMO PAIR FOR THE DAY'S SUSPENSE . THE DAY'S ROWS ARE SORTED
      *BY ACCOUNT FIRST (THE SAME SORT-AND-MERGE SHAPE PGM94 USES),
      *BECAUSE A MULTI-CYCLE DATE APPENDS EACH CYCLE'S ROWS IN TURN
      *AND THE RAW FILE RESTARTS ITS ASCENDING ACCOUNT ORDER AT EVERY
      *CYCLE BOUNDARY .
      *EACH POSTED ROW'S EFFECT IS TAKEN AS THE MOVEMENT OF ITS OWN
      *RECORDED RESULT BALANCE, SO REVERSALS -- WHOSE DIRECTION
      *HISTORY DOES NOT CARRY -- JOURNAL CORRECTLY . THE PROOF PAGE
      *MOVEMENT TYING THE "E" CHECKPOINT'S CERTIFIED WS-NM-AMOUNT-
      *TOTAL BACK TO THE OPENING MASTER'S OWN RE-TOTAL BEFORE THE
      *FILE IS RELEASED ; ANY MISS ENDS NON-ZERO SO THE JCL HOLDS
      *THE JOURNAL BACK .
      *EACH BRANCH/PRODUCT MOVEMENT IS SPLIT BETWEEN THE CUSTOMER
      *DEPOSIT LIABILITY (THE PART OF A BALANCE ABOVE ZERO) AND THE
      *OVERDRAFTS ASSET (THE PART BELOW), A CLOSED ACCOUNT'S BALANCE
      *LEAVES ITS OWN BRANCH/PRODUCT LINE, AND AN ACCOUNT MOVED TO
      *ANOTHER BRANCH TODAY (NEWMSTR) TAKES ITS BALANCE WITH IT, SO
      *THE LEDGER'S LINES TIE TO THE ACCOUNT MASTER BRANCH BY BRANCH
      *AND PRODUCT FOR PGM107'S DAILY RECONCILIATION .
      *EACH RUN IS GATED BY THE RUN-CONTROL LEDGER (PGM111) : IT
      *WILL NOT START TWICE FOR ONE BUSINESS DATE AND CYCLE, NOR
      *BEFORE ITS PREDECESSOR IN THE NIGHT HAS ENDED CLEAN, AND ITS
      *END IS LOGGED THERE WITH ITS RETURN CODE AND CONTROL TOTALS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
            05 OM-STATUS     PIC X(1).
            05 OM-NOTICE-STG PIC X(1).
            05 FILLER        PIC X(8).
      *
       FD NEW-MASTER.
      *     THE DAY'S CLOSING MASTER, READ ONLY FOR THE BRANCH EACH
      *     ACCOUNT ENDS THE DAY IN . MUST STAY IN SYNC WITH
      *     PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 NEW-MASTER-REC.
           05 NM-ACCT-NO COPY ACCTREC.
            05 NM-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 NM-YTD-ACTIVITY PIC 9(9)V99.
            05 NM-NOACT-CNT  PIC 9(3).
            05 NM-CUST-NAME  PIC X(20).
            05 NM-BRANCH     PIC X(3).
            05 NM-PRODUCT    PIC X(2).
            05 NM-OD-LIMIT   PIC 9(7)V99.
            05 NM-CUST-NO    PIC X(5).
            05 NM-STMT-CYCLE PIC X(2).
            05 NM-STATUS     PIC X(1).
            05 NM-NOTICE-STG PIC X(1).
            05 FILLER        PIC X(8).
      *
       FD POSTED-HISTORY.
      *     MUST STAY IN SYNC WITH PGM52.COB'S POSTED-HISTORY-REC
            05 HIS-RUN-TIME   PIC 9(8).
            05 HIS-BRANCH-ID  PIC X(3).
            05 HIS-TELLER-ID  PIC X(4).
            05 HIS-SOURCE     PIC X(1).
            05 FILLER         PIC X(43).
      *
       FD AUDIT-LOG.
      *     MUST STAY IN SYNC WITH PGM52.COB'S AUDIT-REC LAYOUT . THE
            05 HS-RUN-TIME   PIC 9(8).
            05 HS-BRANCH-ID  PIC X(3).
            05 HS-TELLER-ID  PIC X(4).
            05 HS-SOURCE     PIC X(1).
            05 FILLER        PIC X(43).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE       PIC 9(8).
                   INDEXED BY CA-IDX PIC X(5).
      *
      *DEPOSIT-MOVEMENT BUCKETS, ONE PER BRANCH/PRODUCT PAIR SEEN IN
      *TODAY'S POSTED ROWS, CLOSURES AND BRANCH MOVES, EACH WITH ITS
      *DEPOSIT AND ITS OVERDRAFT SIDE . MORE THAN 200 PAIRS IS
      *TREATED AS FATAL (SAME BOUNDED-TABLE RULE PGM77'S BRANCH
      *TALLY USES)
       01 WS-BUCKET-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 200 TIMES
               10 WS-BKT-PRODUCT  PIC X(2).
               10 WS-BKT-DR       PIC 9(11)V99.
               10 WS-BKT-CR       PIC 9(11)V99.
               10 WS-BKT-OD-DR    PIC 9(11)V99.
               10 WS-BKT-OD-CR    PIC 9(11)V99.
       01 WS-BUCKET-FOUND-FLAG PIC X(1) VALUE "N".
           88 BUCKET-FOUND          VALUE "Y".
           88 BUCKET-NOT-FOUND      VALUE "N".
       01 WS-ROW-EFFECT      PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCT-CLOSED-FLG PIC X(1) VALUE "N".
      *
      *ONE BALANCE MOVEMENT FOR 330-FOLD-INTO-BUCKET : THE PAIR IT
      *BELONGS TO AND THE BALANCE BEFORE AND AFTER IT, SPLIT INTO
      *THE DEPOSIT PART (ABOVE ZERO) AND THE OVERDRAFT PART (BELOW)
       01 WS-FOLD-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-FOLD-PRODUCT    PIC X(2) VALUE SPACES.
       01 WS-FOLD-FROM-BAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-FOLD-TO-BAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-FOLD-FROM-DEP   PIC 9(9)V99 VALUE ZERO.
       01 WS-FOLD-FROM-OD    PIC 9(9)V99 VALUE ZERO.
       01 WS-FOLD-TO-DEP     PIC 9(9)V99 VALUE ZERO.
       01 WS-FOLD-TO-OD      PIC 9(9)V99 VALUE ZERO.
       01 WS-FOLD-BAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-FOLD-DEP        PIC 9(9)V99 VALUE ZERO.
       01 WS-FOLD-OD         PIC 9(9)V99 VALUE ZERO.
      *
      *EXTRACT AND PROOF TOTALS
       01 WS-GL-TOTALS.
           05 WS-HIS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-DEPOSIT-DR-TOT  PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPOSIT-CR-TOT  PIC 9(11)V99 VALUE ZERO.
           05 WS-ACCRUAL-TOT     PIC 9(11)V99 VALUE ZERO.
           05 WS-PAYROLL-TOT     PIC 9(11)V99 VALUE ZERO.
           05 WS-EXTPAY-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-EXTRTN-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-CHGOFF-TOT      PIC 9(11)V99 VALUE ZERO.
           05 WS-CLOSED-OM-TOTAL PIC S9(11)V99 VALUE ZERO.
           05 WS-SUSP-TOT        PIC 9(11)V99 VALUE ZERO.
           05 WS-SUSP-CNT        PIC 9(7) VALUE ZERO.
           05 WS-JRNL-WRITE-CNT  PIC 9(7) VALUE ZERO.
           05 WS-JRNL-DR-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05 WS-JRNL-CR-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05 WS-BR-MOVE-CNT     PIC 9(7) VALUE ZERO.
       01 WS-DEPOSIT-MOVEMENT PIC S9(11)V99 VALUE ZERO.
       01 WS-EXPECTED-MOVEMENT PIC S9(11)V99 VALUE ZERO.
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
            PERFORM 150-READ-LAST-CHECKPOINT
            PERFORM 170-LOAD-CLOSED-ACCOUNTS
            PERFORM 600-WRITE-JOURNAL-RTN
            PERFORM 800-PROVE-AND-REPORT
            PERFORM 500-CLOSE-RTN
            PERFORM 990-LEDGER-END-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
                MOVE "OPEN OLD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT NEW-MASTER
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT JOURNAL-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN JOURNAL-FILE" TO WS-ABEND-WHERE
      *
       215-READ-ONE-HIST-ROW.
      *
      *reads one posted-history row, passing over the seal rows the
      *posting run closes each block with
      *
            PERFORM 216-READ-HIST-RECORD
            PERFORM 216-READ-HIST-RECORD
                UNTIL HIS-ACCT-NO = HIGH-VALUES OR HIS-TYPE NOT = "*"
            IF HIS-ACCT-NO NOT = HIGH-VALUES
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       216-READ-HIST-RECORD.
      *
      *reads the next record off posted-history
      *
            READ POSTED-HISTORY
                AT END MOVE HIGH-VALUES TO HIS-ACCT-NO
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-ROW.
                AT END MOVE HIGH-VALUES TO HS-ACCT-NO
            END-RETURN
            .
      *
       240-READ-NEW-MASTER.
      *
      *reads the next closing-master record
      *
            READ NEW-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       250-MERGE-AND-JOURNAL.
      *
      *
            PERFORM 230-RETURN-DAY-ROW
            PERFORM 200-READ-MASTER
            PERFORM 240-READ-NEW-MASTER
            PERFORM 300-JOURNAL-ONE-ACCOUNT
                UNTIL OM-ACCT-NO = HIGH-VALUES
            PERFORM 350-DRAIN-ORPHAN-ROWS
      *(a closed batch's own rows never flush to history), but on a
      *multi-cycle date an earlier cycle's posted rows have already
      *moved the deposit buckets, and charging the opening balance
      *there would double-count the delta and fail the proof . the
      *closed balance leaves the account's own branch/product line ;
      *an account still open is checked for a move of branch
      *
            MOVE OM-AMOUNT TO WS-PREV-BAL
            PERFORM 310-TEST-ACCT-CLOSED
                UNTIL HS-ACCT-NO NOT = OM-ACCT-NO
            IF WS-ACCT-CLOSED-FLG = "Y"
                ADD WS-PREV-BAL TO WS-CLOSED-OM-TOTAL
                MOVE OM-BRANCH TO WS-FOLD-BRANCH
                MOVE OM-PRODUCT TO WS-FOLD-PRODUCT
                MOVE WS-PREV-BAL TO WS-FOLD-FROM-BAL
                MOVE ZERO TO WS-FOLD-TO-BAL
                PERFORM 330-FOLD-INTO-BUCKET
            ELSE
                PERFORM 360-TEST-BRANCH-MOVE
            END-IF
            PERFORM 200-READ-MASTER
            .
      *the movement of its own recorded result balance, so debits,
      *credits and reversals all journal by what they actually did .
      *accrual credits (blank branch, type "C") are pulled out into
      *the interest total for their own offsetting entry, and on-us
      *salary credits (source "W", also blank branch) into the
      *payroll total for theirs . outgoing external payments (type
      *"e") and the returned ones credited back (source "o", blank
      *branch, so they are tested before the accruals) go to the
      *payments-clearing totals instead . a charge-off (type "w")
      *is pulled out into the charge-off total for the loss entry .
      *the
      *movement lands on the account's own branch, whichever branch
      *the row was keyed at . a positive effect grew the deposit
      *liability (credit), a negative one shrank it (debit)
      *
            COMPUTE WS-ROW-EFFECT = HS-RESULT-BAL - WS-PREV-BAL
            EVALUATE TRUE
                WHEN HS-TYPE = "W"
                    ADD WS-ROW-EFFECT TO WS-CHGOFF-TOT
                WHEN HS-SOURCE = "W"
                    ADD WS-ROW-EFFECT TO WS-PAYROLL-TOT
                WHEN HS-TYPE = "E"
                    SUBTRACT WS-ROW-EFFECT FROM WS-EXTPAY-TOT
                WHEN HS-SOURCE = "O"
                    ADD WS-ROW-EFFECT TO WS-EXTRTN-TOT
                WHEN HS-BRANCH-ID = SPACES AND HS-TYPE = "C"
                    ADD WS-ROW-EFFECT TO WS-ACCRUAL-TOT
            END-EVALUATE
            IF WS-ROW-EFFECT < 0
                SUBTRACT WS-ROW-EFFECT FROM WS-DEPOSIT-DR-TOT
            ELSE
                ADD WS-ROW-EFFECT TO WS-DEPOSIT-CR-TOT
            END-IF
            MOVE OM-BRANCH TO WS-FOLD-BRANCH
            MOVE OM-PRODUCT TO WS-FOLD-PRODUCT
            MOVE WS-PREV-BAL TO WS-FOLD-FROM-BAL
            MOVE HS-RESULT-BAL TO WS-FOLD-TO-BAL
            PERFORM 330-FOLD-INTO-BUCKET
            MOVE HS-RESULT-BAL TO WS-PREV-BAL
            PERFORM 230-RETURN-DAY-ROW
            .
      *
       330-FOLD-INTO-BUCKET.
      *
      *folds the balance movement in hand into its branch/product
      *bucket, opening a new bucket the first time a pair is seen .
      *the part of the movement above zero moves the deposit
      *liability, the part below zero the overdrafts asset (growing
      *overdrafts is a debit)
      *
            MOVE "N" TO WS-BUCKET-FOUND-FLAG
            PERFORM 340-FIND-BUCKET
                VARYING BK-IDX FROM 1 BY 1
                UNTIL BK-IDX > WS-BUCKET-COUNT
                    OR BUCKET-FOUND
      *     THE VARYING STEPS ONCE MORE BEFORE THE FOUND TEST ENDS IT
            IF BUCKET-FOUND
                SET BK-IDX DOWN BY 1
            END-IF
            IF BUCKET-NOT-FOUND
                IF WS-BUCKET-COUNT >= 200
                    MOVE "MORE THAN 200 BUCKETS" TO WS-ABEND-WHERE
                END-IF
                ADD 1 TO WS-BUCKET-COUNT
                SET BK-IDX TO WS-BUCKET-COUNT
                MOVE WS-FOLD-BRANCH TO WS-BKT-BRANCH(BK-IDX)
                MOVE WS-FOLD-PRODUCT TO WS-BKT-PRODUCT(BK-IDX)
                MOVE ZERO TO WS-BKT-DR(BK-IDX)
                MOVE ZERO TO WS-BKT-CR(BK-IDX)
                MOVE ZERO TO WS-BKT-OD-DR(BK-IDX)
                MOVE ZERO TO WS-BKT-OD-CR(BK-IDX)
            END-IF
            MOVE WS-FOLD-FROM-BAL TO WS-FOLD-BAL
            PERFORM 335-SPLIT-BALANCE
            MOVE WS-FOLD-DEP TO WS-FOLD-FROM-DEP
            MOVE WS-FOLD-OD TO WS-FOLD-FROM-OD
            MOVE WS-FOLD-TO-BAL TO WS-FOLD-BAL
            PERFORM 335-SPLIT-BALANCE
            MOVE WS-FOLD-DEP TO WS-FOLD-TO-DEP
            MOVE WS-FOLD-OD TO WS-FOLD-TO-OD
            IF WS-FOLD-TO-DEP > WS-FOLD-FROM-DEP
                SUBTRACT WS-FOLD-FROM-DEP FROM WS-FOLD-TO-DEP
                    GIVING WS-FOLD-DEP
                ADD WS-FOLD-DEP TO WS-BKT-CR(BK-IDX)
            ELSE
                SUBTRACT WS-FOLD-TO-DEP FROM WS-FOLD-FROM-DEP
                    GIVING WS-FOLD-DEP
                ADD WS-FOLD-DEP TO WS-BKT-DR(BK-IDX)
            END-IF
            IF WS-FOLD-TO-OD > WS-FOLD-FROM-OD
                SUBTRACT WS-FOLD-FROM-OD FROM WS-FOLD-TO-OD
                    GIVING WS-FOLD-OD
                ADD WS-FOLD-OD TO WS-BKT-OD-DR(BK-IDX)
            ELSE
                SUBTRACT WS-FOLD-TO-OD FROM WS-FOLD-FROM-OD
                    GIVING WS-FOLD-OD
                ADD WS-FOLD-OD TO WS-BKT-OD-CR(BK-IDX)
            END-IF
            .
      *
       335-SPLIT-BALANCE.
      *
      *splits ws-fold-bal into its deposit part (above zero) and its
      *overdraft part (below zero, as a positive amount)
      *
            IF WS-FOLD-BAL < 0
                MOVE ZERO TO WS-FOLD-DEP
                COMPUTE WS-FOLD-OD = 0 - WS-FOLD-BAL
            ELSE
                MOVE WS-FOLD-BAL TO WS-FOLD-DEP
                MOVE ZERO TO WS-FOLD-OD
            END-IF
            .
      *
      *
      *tests one bucket for the branch/product pair in hand
      *
            IF WS-BKT-BRANCH(BK-IDX) = WS-FOLD-BRANCH
                    AND WS-BKT-PRODUCT(BK-IDX) = WS-FOLD-PRODUCT
                SET BUCKET-FOUND TO TRUE
            END-IF
            .
      *
       360-TEST-BRANCH-MOVE.
      *
      *finds the account in hand on the closing master . a branch
      *change applied today moves its whole closing balance from the
      *old branch's line to the new one's -- a pair of entries that
      *net to nothing, so the deposit proof is untouched
      *
            PERFORM 240-READ-NEW-MASTER
                UNTIL NM-ACCT-NO NOT < OM-ACCT-NO
            IF NM-ACCT-NO = OM-ACCT-NO
                    AND NM-BRANCH NOT = OM-BRANCH
                    AND WS-PREV-BAL NOT = 0
                MOVE OM-BRANCH TO WS-FOLD-BRANCH
                MOVE OM-PRODUCT TO WS-FOLD-PRODUCT
                MOVE WS-PREV-BAL TO WS-FOLD-FROM-BAL
                MOVE ZERO TO WS-FOLD-TO-BAL
                PERFORM 330-FOLD-INTO-BUCKET
                MOVE NM-BRANCH TO WS-FOLD-BRANCH
                MOVE ZERO TO WS-FOLD-FROM-BAL
                MOVE WS-PREV-BAL TO WS-FOLD-TO-BAL
                PERFORM 330-FOLD-INTO-BUCKET
                ADD 1 TO WS-BR-MOVE-CNT
            END-IF
            .
      *
       350-DRAIN-ORPHAN-ROWS.
      *
      *
       600-WRITE-JOURNAL-RTN.
      *
      *writes the journal : the customer-deposits and overdrafts
      *records per branch/product bucket, the settlement-clearing
      *contra, the interest-expense offset for the accrual credits,
      *the payroll-clearing offset for the on-us salary credits,
      *the payments-clearing entry for external payments and their
      *returns, the charge-off loss for the balances written off,
      *the closure-payable credit for balances paid away (their
      *debit is already in the buckets), and the suspense memo pair
      *
            PERFORM 610-WRITE-ONE-BUCKET
                VARYING BK-IDX FROM 1 BY 1
                UNTIL BK-IDX > WS-BUCKET-COUNT
      *     THE CLEARING CONTRA COVERS EVERY DEPOSIT MOVEMENT EXCEPT
      *     THE ACCRUAL CREDITS, WHICH THE INTEREST-EXPENSE ENTRY
      *     OFFSETS INSTEAD, THE ON-US SALARY CREDITS, WHICH
      *     CLEAR THE PAYROLL RUN'S OWN NET PAY CLEARING, AND THE
      *     EXTERNAL PAYMENTS AND THEIR RETURNS, WHICH CLEAR THROUGH
      *     PAYMENTS CLEARING UNTIL THE RECEIVING BANK SETTLES, AND
      *     THE CHARGE-OFFS, WHICH NO MONEY CAME IN FOR -- THE LOSS
      *     ENTRY TAKES THEM
            MOVE SPACES TO JOURNAL-REC
            MOVE WS-RUN-DATE TO JR-RUN-DATE
            MOVE "SETTLEMENT CLRG" TO JR-GL-ACCOUNT
            COMPUTE JR-DR-AMOUNT =
                    WS-DEPOSIT-CR-TOT - WS-ACCRUAL-TOT
                    - WS-PAYROLL-TOT - WS-EXTRTN-TOT
                    - WS-CHGOFF-TOT
            COMPUTE JR-CR-AMOUNT =
                    WS-DEPOSIT-DR-TOT - WS-EXTPAY-TOT
            PERFORM 620-WRITE-ONE-JOURNAL-REC
            IF WS-EXTPAY-TOT > 0 OR WS-EXTRTN-TOT > 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "PAYMENTS CLRG" TO JR-GL-ACCOUNT
                MOVE WS-EXTRTN-TOT TO JR-DR-AMOUNT
                MOVE WS-EXTPAY-TOT TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            IF WS-ACCRUAL-TOT > 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE ZERO TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            IF WS-PAYROLL-TOT > 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "NET PAY CLEARING" TO JR-GL-ACCOUNT
                MOVE WS-PAYROLL-TOT TO JR-DR-AMOUNT
                MOVE ZERO TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            IF WS-CHGOFF-TOT > 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "CHARGE-OFF LOSS" TO JR-GL-ACCOUNT
                MOVE WS-CHGOFF-TOT TO JR-DR-AMOUNT
                MOVE ZERO TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            IF WS-CLOSED-OM-TOTAL NOT = 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "CLOSURE PAYABLE" TO JR-GL-ACCOUNT
                IF WS-CLOSED-OM-TOTAL > 0
                    MOVE ZERO TO JR-DR-AMOUNT
                    MOVE WS-CLOSED-OM-TOTAL TO JR-CR-AMOUNT
                ELSE
                    COMPUTE JR-DR-AMOUNT = 0 - WS-CLOSED-OM-TOTAL
                    MOVE ZERO TO JR-CR-AMOUNT
                END-IF
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            IF WS-SUSP-TOT > 0
      *
       610-WRITE-ONE-BUCKET.
      *
      *writes one branch/product customer-deposits journal record,
      *and its overdrafts record when overdrafts moved
      *
            MOVE SPACES TO JOURNAL-REC
            MOVE WS-RUN-DATE TO JR-RUN-DATE
            MOVE WS-BKT-DR(BK-IDX) TO JR-DR-AMOUNT
            MOVE WS-BKT-CR(BK-IDX) TO JR-CR-AMOUNT
            PERFORM 620-WRITE-ONE-JOURNAL-REC
            IF WS-BKT-OD-DR(BK-IDX) NOT = 0
                    OR WS-BKT-OD-CR(BK-IDX) NOT = 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "OVERDRAFTS" TO JR-GL-ACCOUNT
                MOVE WS-BKT-BRANCH(BK-IDX) TO JR-BRANCH
                MOVE WS-BKT-PRODUCT(BK-IDX) TO JR-PRODUCT
                MOVE WS-BKT-OD-DR(BK-IDX) TO JR-DR-AMOUNT
                MOVE WS-BKT-OD-CR(BK-IDX) TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            .
      *
       620-WRITE-ONE-JOURNAL-REC.
            DISPLAY "ORPHAN ROWS ............: " WS-ORPHAN-ROW-CNT
            DISPLAY "BUCKETS WRITTEN ........: " WS-BUCKET-COUNT
            DISPLAY "ACCOUNTS CLOSED ........: " WS-CLOSED-ACCT-COUNT
            DISPLAY "BALANCES MOVED BRANCH ..: " WS-BR-MOVE-CNT
            DISPLAY "SUSPENSE ITEMS MEMOED ..: " WS-SUSP-CNT
            DISPLAY "ON-US SALARY CREDITS ...: " WS-PAYROLL-TOT
            DISPLAY "EXTERNAL PAYMENTS OUT ..: " WS-EXTPAY-TOT
            DISPLAY "EXTERNAL PAYMENTS BACK .: " WS-EXTRTN-TOT
            DISPLAY "BALANCES CHARGED OFF ...: " WS-CHGOFF-TOT
            DISPLAY "JOURNAL DEBITS .........: " WS-JRNL-DR-TOTAL
            DISPLAY "JOURNAL CREDITS ........: " WS-JRNL-CR-TOTAL
            IF WS-JRNL-DR-TOTAL = WS-JRNL-CR-TOTAL
      *closes the files still open
      *
            CLOSE OLD-MASTER
             NEW-MASTER
             JOURNAL-FILE
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
            MOVE "PGM84" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM84 NOT STARTED                   *"
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
                MOVE WS-JRNL-WRITE-CNT TO RL-CTL-COUNT
                MOVE WS-JRNL-DR-TOTAL TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS6 (JOURNAL-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (DATE-CARD): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (NEW-MASTER): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
