      *THE REGISTER INSTEAD OF EARNING AT SOMEBODY ELSE'S RATE . THE
      *ACCRUAL REGISTER SHOWS THE INTEREST COMPUTED PER ACCOUNT AND IN
      *TOTAL SO PGM55 CAN TIE THE DAY OUT . INTEREST POSTS THROUGH THE
      *NORMAL PGM52 UPDATE -- NOT THROUGH A SPREADSHEET SIDE DOOR .
      *PRODMSTR RATE ROWS ARE EFFECTIVE-DATED AND A RATE CHANGE ADDS
      *A ROW RATHER THAN OVERWRITING ONE, SO WHEN THE RATE COMMITTEE
      *MOVES A RATE MID-MONTH THE PERIOD SPLITS AT THE CHANGE DATE :
      *EACH SEGMENT'S SHARE OF THE DAILY-AVERAGE BALANCE ACCRUES AT
      *THE RATE IN FORCE OVER THOSE DAYS, AND THE REGISTER SHOWS EVERY
      *SEGMENT UNDER THE ACCOUNT'S LINE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       01 REPORT-LINE       PIC X(80).
      *
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER, IN ASCENDING PRODUCT CODE ORDER :
      *     DESCRIPTION, THE FOUR BALANCE-TIER
      *     INTEREST RATES, THE FEE SCHEDULE AND THE EXCEPTION
      *     THRESHOLDS . THIS PROGRAM USES THE TIERS ; PGM71 USES THE
      *     THRESHOLDS, THE FEE RUN USES THE SCHEDULE, PGM101 THE
      *     STANDING-ORDER RETRY LIMIT, PGM52/PGM108 THE TERM-
      *     DEPOSIT FLAG AND PENALTY RULE, PGM112 THE OVERDRAFT
      *     ALLOWANCE, PGM115 THE NSF FEE AND ITS DAILY CAP AND
      *     PGM52 THE FUNDS-AVAILABILITY SCHEDULE, SO WHAT A PRODUCT
      *     CODE MEANS FINALLY LIVES IN ONE PLACE . A
      *     PRODUCT MAY CARRY SEVERAL ROWS, ONE PER RATE CHANGE, IN
      *     ASCENDING PRODUCT THEN PM-EFF-DATE ORDER : EACH ROW IS THE
      *     WHOLE PRODUCT DEFINITION IN FORCE FROM ITS EFFECTIVE DATE
      *     UNTIL THE NEXT ROW'S . PRIOR ROWS ARE KEPT, NEVER
      *     OVERWRITTEN ; A BLANK OR ZERO EFFECTIVE DATE MEANS IN FORCE
      *     SINCE THE PRODUCT BEGAN
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 PM-DESC        PIC X(20).
            05 PM-MOVE-PCT    PIC 9(3).
            05 PM-OD-RATE     PIC V999.
            05 FILLER         PIC X(6).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 PM-SO-RETRY-X  PIC X(2).
            05 PM-SO-RETRY REDEFINES PM-SO-RETRY-X PIC 9(2).
            05 PM-TD-FLAG     PIC X(1).
      *        "T" MARKS A TERM-DEPOSIT PRODUCT . ITS TIERS CARRY NO
      *        RATE -- A TERM DEPOSIT EARNS ITS CONTRACTED RATE,
      *        PAID AT MATURITY BY PGM108, NOT THE DAILY ACCRUAL
            05 PM-TD-PEN-RULE PIC X(1).
            05 PM-TD-PEN-VALUE-X PIC X(5).
            05 PM-TD-PEN-VALUE REDEFINES PM-TD-PEN-VALUE-X
                              PIC 9(3)V99.
      *        THE EARLY-WITHDRAWAL PENALTY PGM52 CHARGES ON A DEBIT
      *        BEFORE MATURITY : RULE "D" TAKES PM-TD-PEN-VALUE DAYS
      *        OF INTEREST AT THE CONTRACTED RATE ON THE AMOUNT
      *        WITHDRAWN, RULE "P" TAKES PM-TD-PEN-VALUE PERCENT OF IT
            05 PM-OD-MAX-X    PIC X(9).
            05 PM-OD-MAX REDEFINES PM-OD-MAX-X PIC 9(7)V99.
      *        THE HIGHEST OVERDRAFT LIMIT AN ACCOUNT OF THE PRODUCT
      *        MAY CARRY, PROVED WEEKLY BY THE PGM112 INTEGRITY
      *        SWEEP . BLANK SETS NO CEILING
            05 PM-NSF-FEE-X   PIC X(7).
            05 PM-NSF-FEE REDEFINES PM-NSF-FEE-X PIC 9(5)V99.
      *        THE FEE PGM115 CHARGES FOR EACH DEBIT PGM52 REFUSED
      *        FOR INSUFFICIENT FUNDS . BLANK OR ZERO CHARGES NONE
            05 PM-NSF-CAP-X   PIC X(7).
            05 PM-NSF-CAP REDEFINES PM-NSF-CAP-X PIC 9(5)V99.
      *        THE MOST NSF FEES ONE ACCOUNT IS CHARGED FOR ONE DAY'S
      *        REFUSALS ; THE FEE THAT WOULD PASS IT IS CUT DOWN TO
      *        IT . BLANK OR ZERO SETS NO CAP
            05 PM-AVAIL-CASH-X  PIC X(2).
            05 PM-AVAIL-CASH REDEFINES PM-AVAIL-CASH-X PIC 9(2).
            05 PM-AVAIL-ONUS-X  PIC X(2).
            05 PM-AVAIL-ONUS REDEFINES PM-AVAIL-ONUS-X PIC 9(2).
            05 PM-AVAIL-OTHER-X PIC X(2).
            05 PM-AVAIL-OTHER REDEFINES PM-AVAIL-OTHER-X PIC 9(2).
      *        THE FUNDS-AVAILABILITY SCHEDULE PGM52 HOLDS A DEPOSIT
      *        UNDER : HOW MANY BUSINESS DAYS AFTER THE NIGHT IT
      *        POSTS A CASH DEPOSIT, AN ON-US CHEQUE AND AN OTHER-
      *        BANK CHEQUE BECOME AVAILABLE TO DRAW ON . ZERO IS SAME
      *        DAY ; BLANK TAKES THE HOUSE SCHEDULE (CASH SAME DAY,
      *        ON-US NEXT DAY, OTHER-BANK THREE DAYS)
            05 FILLER         PIC X(4).
      *
       FD POSTED-HISTORY.
      *     THE ACCUMULATED POSTED HISTORY THE AVERAGE BALANCES ARE
      *THE PRODUCT MASTER'S TIER SETS, LOADED ONCE AT STARTUP BY
      *1100-LOAD-PRODUCT-RATES . A RATE CHANGE IS NOW A PRODMSTR
      *EDIT, NOT A RECOMPILE . MORE THAN 50 PRODUCTS IS TREATED AS
      *FATAL RATHER THAN SILENTLY DROPPING A RATE SET . EACH PRODUCT
      *HOLDS ONE RATE SEGMENT PER RATE IN FORCE DURING THE ACCRUAL
      *PERIOD : SEGMENT 1 FROM THE PERIOD START, AND ONE MORE FOR
      *EACH ROW EFFECTIVE INSIDE THE PERIOD . MORE THAN 4 RATES IN
      *ONE PERIOD IS TREATED AS FATAL THE SAME WAY
       01 WS-PROD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PROD-IDX WS-PROD-HIT.
               10 WS-PROD-CODE    PIC X(2).
               10 WS-PROD-SEG-CNT PIC 9(1).
               10 WS-PROD-SEG OCCURS 4 TIMES.
                   15 WS-SEG-FROM     PIC 9(8).
                   15 WS-PROD-TIER OCCURS 4 TIMES.
                       20 WS-RATE-LOW     PIC 9(7)V99.
                       20 WS-RATE-HIGH    PIC 9(7)V99.
                       20 WS-RATE-PCT     PIC V999.
                   15 WS-PROD-OD-RATE PIC V999.
      *
      *PRODMSTR SEQUENCE CONTROL : PRODUCT THEN EFFECTIVE DATE MUST
      *ASCEND, OR THE RATE IN FORCE CANNOT BE TOLD FROM A STALE ONE
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-SEG-SUB         PIC 9(1) VALUE ZERO.
       01 WS-SEG-CNT         PIC 9(1) VALUE ZERO.
       01 WS-NEXT-SEG        PIC 9(1) VALUE ZERO.
      *
      *THE ACCOUNT IN HAND'S RATE SEGMENTS : THE DAY-NUMBER BOUNDS OF
      *EACH, THE BALANCE-DAYS BANKED INSIDE IT, AND WHAT IT EARNED OR
      *OWES, KEPT FOR THE REGISTER'S SEGMENT LINES
       01 WS-ACCT-SEG-TABLE.
           05 WS-ACCT-SEG OCCURS 4 TIMES.
               10 WS-SEG-FROM-DATE PIC 9(8).
               10 WS-SEG-START-INT PIC 9(7).
               10 WS-SEG-END-INT   PIC 9(7).
               10 WS-SEG-DAYS      PIC 9(3).
               10 WS-SEG-WEIGHT    PIC S9(13)V99.
               10 WS-SEG-SHARE     PIC S9(9)V99.
               10 WS-SEG-AVG       PIC S9(9)V99.
               10 WS-SEG-RATE      PIC V999.
               10 WS-SEG-INT       PIC 9(7)V99.
               10 WS-SEG-FLAG      PIC X(2).
       01 WS-SPAN-FROM-INT   PIC 9(7) VALUE ZERO.
       01 WS-SPAN-TO-INT     PIC 9(7) VALUE ZERO.
       01 WS-OVERLAP-FROM    PIC 9(7) VALUE ZERO.
       01 WS-OVERLAP-TO      PIC 9(7) VALUE ZERO.
       01 WS-CR-INT-AMT      PIC 9(7)V99 VALUE ZERO.
       01 WS-DR-INT-AMT      PIC 9(7)V99 VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
            05 DL-INTEREST     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-INT-FLAG     PIC X(2).
      *
      *ONE LINE PER RATE SEGMENT, PRINTED UNDER THE ACCOUNT'S LINE
      *WHEN A RATE CHANGE SPLIT THE PERIOD
       01 WS-SEGMENT-LINE.
           05 FILLER          PIC X(9)  VALUE SPACES.
            05 FILLER          PIC X(5)  VALUE "FROM ".
            05 SL-FROM-DATE    PIC 9(8).
            05 FILLER          PIC X(7)  VALUE "  DAYS ".
            05 SL-DAYS         PIC ZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-AVG-BAL      PIC ZZZZZZ9.99-.
            05 FILLER          PIC X(7)  VALUE "  RATE ".
            05 SL-RATE         PIC .999.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-INTEREST     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-INT-FLAG     PIC X(2).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *
       1120-LOAD-ONE-PRODUCT.
      *
      *files one product rate row against the accrual period . a row
      *effective after the period end is a future rate and is passed
      *over ; a row in force by the period start replaces segment 1 ;
      *a row effective inside the period opens a new segment from its
      *own date . a product whose first row falls inside the period
      *was launched mid-period, and that first rate covers the whole
      *of its segment 1
      *
            IF PM-EFF-DATE-X IS NUMERIC
                MOVE PM-EFF-DATE TO WS-PM-EFF-DATE
            ELSE
                MOVE ZERO TO WS-PM-EFF-DATE
            END-IF
            IF PM-PRODUCT < WS-LAST-PM-PRODUCT
                    OR (PM-PRODUCT = WS-LAST-PM-PRODUCT
                        AND WS-PM-EFF-DATE NOT > WS-LAST-PM-EFF)
                MOVE "PRODMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PM-PRODUCT TO WS-LAST-PM-PRODUCT
            MOVE WS-PM-EFF-DATE TO WS-LAST-PM-EFF
            IF WS-PM-EFF-DATE NOT > PRM-PER-END
                PERFORM 1125-FILE-RATE-SEGMENT
            END-IF
            PERFORM 1110-READ-PRODUCT
            .
      *
       1125-FILE-RATE-SEGMENT.
      *
      *picks the product slot and segment the row in hand belongs to
      *
            IF WS-PROD-COUNT = 0
                    OR WS-PROD-CODE(WS-PROD-COUNT) NOT = PM-PRODUCT
                IF WS-PROD-COUNT >= 50
                    MOVE "MORE THAN 50 PRODUCTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-PROD-COUNT
                SET WS-PROD-IDX TO WS-PROD-COUNT
                MOVE PM-PRODUCT TO WS-PROD-CODE(WS-PROD-IDX)
                MOVE 1 TO WS-PROD-SEG-CNT(WS-PROD-IDX)
                MOVE 1 TO WS-SEG-SUB
            ELSE
                SET WS-PROD-IDX TO WS-PROD-COUNT
                MOVE WS-PROD-SEG-CNT(WS-PROD-IDX) TO WS-SEG-SUB
                IF WS-PM-EFF-DATE > PRM-PER-START
                    IF WS-PROD-SEG-CNT(WS-PROD-IDX) >= 4
                        MOVE "MORE THAN 4 RATES IN PERIOD"
                            TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-PROD-SEG-CNT(WS-PROD-IDX)
                    MOVE WS-PROD-SEG-CNT(WS-PROD-IDX) TO WS-SEG-SUB
                END-IF
            END-IF
            IF WS-SEG-SUB = 1
                MOVE PRM-PER-START TO WS-SEG-FROM(WS-PROD-IDX 1)
            ELSE
                MOVE WS-PM-EFF-DATE
                    TO WS-SEG-FROM(WS-PROD-IDX WS-SEG-SUB)
            END-IF
            MOVE PM-OD-RATE TO WS-PROD-OD-RATE(WS-PROD-IDX WS-SEG-SUB)
            PERFORM 1130-LOAD-ONE-TIER
                VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 4
            .
      *
       1130-LOAD-ONE-TIER.
      *
      *copies one tier of the product in hand into its segment
      *
            MOVE PM-TIER-LOW(WS-TIER-SUB)
                TO WS-RATE-LOW(WS-PROD-IDX WS-SEG-SUB WS-TIER-SUB)
            MOVE PM-TIER-HIGH(WS-TIER-SUB)
                TO WS-RATE-HIGH(WS-PROD-IDX WS-SEG-SUB WS-TIER-SUB)
            MOVE PM-TIER-PCT(WS-TIER-SUB)
                TO WS-RATE-PCT(WS-PROD-IDX WS-SEG-SUB WS-TIER-SUB)
            .
      *
       200-READ-MASTER.
      *
       155-READ-HISTORY.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 156-READ-ONE-HISTORY-ROW
            PERFORM 156-READ-ONE-HISTORY-ROW
                UNTIL END-OF-HISTORY OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-HISTORY
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       156-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-HISTORY TO TRUE
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       160-RELEASE-ONE-ROW.
      *
       300-ACCRUE-ONE-ACCOUNT.
      *
      *is performed from 260-accrue-compare-rtn . finds the account's
      *product first, since its rate segments decide how the period's
      *days are banked, then rebuilds the daily average balance over
      *the accrual period from the sorted history rows and accrues
      *each rate segment on its own share of it . an account that
      *earned or owes a non-zero amount gets its transaction and
      *register line ; zero-interest accounts are counted but
      *generate no transaction -- pgm52 has no business posting zero
      *amounts
      *
            MOVE "N" TO WS-PROD-FOUND
            PERFORM 306-FIND-PRODUCT
                VARYING WS-PROD-IDX FROM 1 BY 1
                UNTIL WS-PROD-IDX > WS-PROD-COUNT
                    OR PRODUCT-FOUND
            PERFORM 311-SET-ACCOUNT-SEGMENTS
            PERFORM 301-BUILD-DAILY-AVERAGE
            MOVE ZERO TO WS-CR-INT-AMT
            MOVE ZERO TO WS-DR-INT-AMT
            IF PRODUCT-NOT-FOUND
                ADD 1 TO WS-NO-PROD-CNT
            ELSE
                PERFORM 312-ACCRUE-ONE-SEGMENT
                    VARYING WS-SEG-SUB FROM 1 BY 1
                    UNTIL WS-SEG-SUB > WS-SEG-CNT
            END-IF
            IF WS-CR-INT-AMT > 0
                MOVE WS-CR-INT-AMT TO WS-INTEREST-AMT
                PERFORM 320-WRITE-ACCRUAL-CREDIT
                MOVE "CR" TO WS-INT-FLAG
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            IF WS-DR-INT-AMT > 0
                MOVE WS-DR-INT-AMT TO WS-INTEREST-AMT
                PERFORM 325-WRITE-DEBIT-CHARGE
                MOVE "DR" TO WS-INT-FLAG
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            IF WS-CR-INT-AMT = 0 AND WS-DR-INT-AMT = 0
                ADD 1 TO WS-ZERO-INT-CNT
            ELSE
                IF WS-SEG-CNT > 1
                    PERFORM 420-PRINT-SEGMENT-LINE
                        VARYING WS-SEG-SUB FROM 1 BY 1
                        UNTIL WS-SEG-SUB > WS-SEG-CNT
                END-IF
            END-IF
            PERFORM 200-READ-MASTER
            .
      *
       311-SET-ACCOUNT-SEGMENTS.
      *
      *lays the account's product's rate segments over the accrual
      *period as day-number bounds . an account whose product the
      *master does not know has the one segment spanning the period
      *
            IF PRODUCT-FOUND
                MOVE WS-PROD-SEG-CNT(WS-PROD-HIT) TO WS-SEG-CNT
            ELSE
                MOVE 1 TO WS-SEG-CNT
            END-IF
            PERFORM 313-SET-ONE-SEGMENT
                VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-CNT
            .
      *
       313-SET-ONE-SEGMENT.
      *
      *a segment runs from its own effective date (the period start
      *for segment 1) to the day before the next segment begins (the
      *period end for the last)
      *
            IF WS-SEG-SUB = 1
                MOVE PRM-PER-START TO WS-SEG-FROM-DATE(WS-SEG-SUB)
                MOVE WS-PER-START-INT TO WS-SEG-START-INT(WS-SEG-SUB)
            ELSE
                MOVE WS-SEG-FROM(WS-PROD-HIT WS-SEG-SUB)
                    TO WS-SEG-FROM-DATE(WS-SEG-SUB)
                COMPUTE WS-SEG-START-INT(WS-SEG-SUB) =
                        FUNCTION INTEGER-OF-DATE
                            (WS-SEG-FROM(WS-PROD-HIT WS-SEG-SUB))
            END-IF
            IF WS-SEG-SUB = WS-SEG-CNT
                MOVE WS-PER-END-INT TO WS-SEG-END-INT(WS-SEG-SUB)
            ELSE
                COMPUTE WS-NEXT-SEG = WS-SEG-SUB + 1
                COMPUTE WS-SEG-END-INT(WS-SEG-SUB) =
                        FUNCTION INTEGER-OF-DATE
                            (WS-SEG-FROM(WS-PROD-HIT WS-NEXT-SEG))
                        - 1
            END-IF
            COMPUTE WS-SEG-DAYS(WS-SEG-SUB) =
                    WS-SEG-END-INT(WS-SEG-SUB)
                    - WS-SEG-START-INT(WS-SEG-SUB) + 1
            MOVE ZERO TO WS-SEG-WEIGHT(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-SHARE(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-AVG(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-RATE(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-INT(WS-SEG-SUB)
            MOVE SPACES TO WS-SEG-FLAG(WS-SEG-SUB)
            .
      *
       301-BUILD-DAILY-AVERAGE.
            MOVE WS-PER-START-INT TO WS-CUR-DAY-INT
            PERFORM 302-FOLD-ONE-HIST-ROW
                UNTIL HS-ACCT-NO NOT = NM-ACCT-NO
            MOVE WS-CUR-DAY-INT TO WS-SPAN-FROM-INT
            COMPUTE WS-SPAN-TO-INT = WS-PER-END-INT + 1
            PERFORM 308-BANK-SPAN
            COMPUTE WS-AVG-BAL ROUNDED =
                    WS-DAY-WEIGHT / WS-PER-DAYS
            .
                COMPUTE WS-ROW-DAY-INT =
                        FUNCTION INTEGER-OF-DATE(HS-RUN-DATE)
                IF WS-ROW-DAY-INT > WS-CUR-DAY-INT
                    MOVE WS-CUR-DAY-INT TO WS-SPAN-FROM-INT
                    MOVE WS-ROW-DAY-INT TO WS-SPAN-TO-INT
                    PERFORM 308-BANK-SPAN
                    MOVE WS-ROW-DAY-INT TO WS-CUR-DAY-INT
                END-IF
                MOVE HS-RESULT-BAL TO WS-CUR-BAL
            ADD 1 TO WS-HIS-USED-CNT
            PERFORM 255-RETURN-NEXT-ROW
            .
      *
       308-BANK-SPAN.
      *
      *banks the standing balance for the days from ws-span-from-int
      *up to (not including) ws-span-to-int, into the period total
      *and into whichever rate segments those days fall in
      *
            COMPUTE WS-DAY-WEIGHT = WS-DAY-WEIGHT
                    + WS-CUR-BAL *
                      (WS-SPAN-TO-INT - WS-SPAN-FROM-INT)
            PERFORM 309-BANK-SPAN-IN-SEGMENT
                VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-CNT
            .
      *
       309-BANK-SPAN-IN-SEGMENT.
      *
      *banks the part of the span that overlaps one rate segment
      *
            IF WS-SPAN-FROM-INT > WS-SEG-START-INT(WS-SEG-SUB)
                MOVE WS-SPAN-FROM-INT TO WS-OVERLAP-FROM
            ELSE
                MOVE WS-SEG-START-INT(WS-SEG-SUB) TO WS-OVERLAP-FROM
            END-IF
            IF WS-SPAN-TO-INT < WS-SEG-END-INT(WS-SEG-SUB) + 1
                MOVE WS-SPAN-TO-INT TO WS-OVERLAP-TO
            ELSE
                COMPUTE WS-OVERLAP-TO =
                        WS-SEG-END-INT(WS-SEG-SUB) + 1
            END-IF
            IF WS-OVERLAP-TO > WS-OVERLAP-FROM
                COMPUTE WS-SEG-WEIGHT(WS-SEG-SUB) =
                        WS-SEG-WEIGHT(WS-SEG-SUB)
                        + WS-CUR-BAL *
                          (WS-OVERLAP-TO - WS-OVERLAP-FROM)
            END-IF
            .
      *
       304-BACK-COMPUTE-OPENING.
      *
            END-EVALUATE
            .
      *
       312-ACCRUE-ONE-SEGMENT.
      *
      *is performed from 300-accrue-one-account for each rate
      *segment . the segment's share of the period's average balance
      *(its banked balance-days over the whole period's days) accrues
      *at the rates in force over those days ; the segment's own
      *daily average picks the tier and decides whether it sat
      *overdrawn . with no rate change in the period the one segment
      *is the whole period, exactly the single-rate accrual
      *
            COMPUTE WS-SEG-SHARE(WS-SEG-SUB) ROUNDED =
                    WS-SEG-WEIGHT(WS-SEG-SUB) / WS-PER-DAYS
            IF WS-SEG-DAYS(WS-SEG-SUB) > 0
                COMPUTE WS-SEG-AVG(WS-SEG-SUB) ROUNDED =
                        WS-SEG-WEIGHT(WS-SEG-SUB)
                        / WS-SEG-DAYS(WS-SEG-SUB)
            END-IF
            IF WS-SEG-AVG(WS-SEG-SUB) < 0
                PERFORM 307-ACCRUE-NEGATIVE-SEG
            ELSE
                PERFORM 305-ACCRUE-POSITIVE-SEG
            END-IF
            .
      *
       307-ACCRUE-NEGATIVE-SEG.
      *
      *is performed from 312-accrue-one-segment for a segment whose
      *balance sat negative inside the account's authorized
      *overdraft limit (a breach beyond the limit never posted in the
      *first place) . the debit interest is charged at the product's
      *own overdraft rate in force over the segment -- authorized
      *overdrafts stop being free money . a product with no overdraft
      *rate charges nothing
      *
            MOVE WS-PROD-OD-RATE(WS-PROD-HIT WS-SEG-SUB)
                TO WS-SEG-RATE(WS-SEG-SUB)
            COMPUTE WS-SEG-INT(WS-SEG-SUB) ROUNDED =
                    (0 - WS-SEG-SHARE(WS-SEG-SUB)) *
                    WS-SEG-RATE(WS-SEG-SUB)
            MOVE "DR" TO WS-SEG-FLAG(WS-SEG-SUB)
            ADD WS-SEG-INT(WS-SEG-SUB) TO WS-DR-INT-AMT
            .
      *
       325-WRITE-DEBIT-CHARGE.
            ADD WS-INTEREST-AMT TO WS-DEBIT-INT-TOTAL
            .
      *
       305-ACCRUE-POSITIVE-SEG.
      *
      *is performed from 312-accrue-one-segment for a segment whose
      *balance was not overdrawn -- an account into its overdraft
      *limit earns no interest . the account's own product's tier set
      *in force over the segment applies
      *
            MOVE "N" TO WS-TIER-FOUND
            PERFORM 310-FIND-TIER
                VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 4 OR TIER-FOUND
            IF TIER-NOT-FOUND
                MOVE "FIND RATE TIER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "CR" TO WS-SEG-FLAG(WS-SEG-SUB)
            ADD WS-SEG-INT(WS-SEG-SUB) TO WS-CR-INT-AMT
            .
      *
       306-FIND-PRODUCT.
      *
       310-FIND-TIER.
      *
      *tests one tier of the segment's rates for a match on the
      *segment's daily average and, when it matches, computes the
      *segment's interest
      *
            IF WS-SEG-AVG(WS-SEG-SUB) >=
                    WS-RATE-LOW(WS-PROD-HIT WS-SEG-SUB WS-TIER-SUB)
                    AND WS-SEG-AVG(WS-SEG-SUB) <=
                    WS-RATE-HIGH(WS-PROD-HIT WS-SEG-SUB WS-TIER-SUB)
                MOVE WS-RATE-PCT(WS-PROD-HIT WS-SEG-SUB WS-TIER-SUB)
                    TO WS-SEG-RATE(WS-SEG-SUB)
                COMPUTE WS-SEG-INT(WS-SEG-SUB) ROUNDED =
                        WS-SEG-SHARE(WS-SEG-SUB) *
                        WS-SEG-RATE(WS-SEG-SUB)
                SET TIER-FOUND TO TRUE
            END-IF
            .
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       420-PRINT-SEGMENT-LINE.
      *
      *prints one rate segment under the account's register line :
      *the day the rate took effect, the days it covered, the
      *segment's own daily average, the rate applied and what it
      *earned or owes
      *
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE WS-SEG-FROM-DATE(WS-SEG-SUB) TO SL-FROM-DATE
            MOVE WS-SEG-DAYS(WS-SEG-SUB) TO SL-DAYS
            MOVE WS-SEG-AVG(WS-SEG-SUB) TO SL-AVG-BAL
            MOVE WS-SEG-RATE(WS-SEG-SUB) TO SL-RATE
            MOVE WS-SEG-INT(WS-SEG-SUB) TO SL-INTEREST
            MOVE WS-SEG-FLAG(WS-SEG-SUB) TO SL-INT-FLAG
            WRITE REPORT-LINE FROM WS-SEGMENT-LINE
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
