      *INTEREST FROM THE YEAR'S POSTED HISTORY -- THE PGM63 ACCRUAL
      *CREDITS, RECOGNIZED BY THEIR GATEWAY SOURCE TAG "A" (OR, ON
      *ROWS OLDER THAN THE TAG, BY THE BLANK BRANCH THE ACCRUAL
      *CREDITS HAVE ALWAYS CARRIED), AND THE PGM126 BACK-VALUED
      *INTEREST ADJUSTMENT CREDITS TAGGED "V" -- APPLIES
      *WITHHOLDING AT THE CARD RATE WHERE THE OWNING CUSTOMER IS
      *FLAGGED FOR IT, WRITES THE WITHHELD AMOUNTS AS ORDINARY DEBIT
      *TRANSACTIONS FOR THE NORMAL POSTING RUN, AND PRINTS A
      *PER-ACCOUNT ANNUAL INTEREST
      *STATEMENT PLUS THE BANK-LEVEL SUMMARY OF INTEREST PAID AND
      *TAX WITHHELD . THE JCL POINTS POSTHIST AT WHATEVER COVERS THE
      *YEAR -- THE LIVE WINDOW PLUS PGM93-STAGED GENERATIONS . AN
      *ACCOUNT WITH SEVERAL OWNERS ON THE ACCOUNT RELATIONSHIP FILE
      *(ACCTREL, MAINTAINED BY PGM114) IS WITHHELD OWNER BY OWNER :
      *EACH PRIMARY OR JOINT OWNER IN FORCE ON THE EFFECTIVE DATE
      *TAKES THEIR SHARE OF THE INTEREST (THE SHARE ON THE ROW, OR
      *AN EQUAL SPLIT WHERE NONE IS GIVEN), AND TAX IS WITHHELD ONLY
      *ON THE SHARES OF OWNERS FLAGGED FOR IT . AN ACCOUNT WITH NO
      *OWNER ROWS IS OWNED WHOLLY BY ITS NM-CUST-NO AS BEFORE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 CU-ADDR-LINE2  PIC X(25).
            05 CU-ADDR-LINE3  PIC X(15).
            05 CU-WHOLD-FLAG  PIC X(1).
            05 CU-DECEASED-FLAG PIC X(1).
            05 CU-DELIVERY-PREF PIC X(1).
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD RELATION-FILE.
      *     THE ACCOUNT RELATIONSHIP FILE, ONE ROW PER ACCOUNT AND
      *     CUSTOMER IN ASCENDING ACCOUNT THEN CUSTOMER ORDER, READ
      *     FORWARD IN STEP WITH THE MASTER . ABSENT MEANS EVERY
      *     ACCOUNT IS OWNED WHOLLY BY ITS NM-CUST-NO . MUST STAY IN
      *     SYNC WITH PGM114.COB'S RELATION-REC LAYOUT
       01 RELATION-REC.
           05 AR-KEY.
               10 AR-ACCT-NO     PIC X(5).
               10 AR-CUST-NO     PIC X(5).
            05 AR-ROLE        PIC X(1).
               88 AR-OWNER          VALUE "P" "J".
            05 AR-EFF-DATE    PIC 9(8).
            05 AR-SHARE-PCT   PIC 9(3)V99.
            05 AR-STMT-COPY   PIC X(1).
            05 FILLER         PIC X(55).
      *
       FD WHOLD-TRANS-FILE.
      *     ONE "D" DEBIT PER WITHHELD AMOUNT, IN TRANS-REC LAYOUT
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND        VALUE "Y".
           88 CUSTOMER-NOT-FOUND    VALUE "N".
       01 WS-WHOLD-THIS-ACCT PIC X(1) VALUE "N".
       01 WS-TEST-CUST       PIC X(5) VALUE SPACES.
      *
      *THE OWNERS OF THE ACCOUNT IN HAND, GATHERED FROM THE
      *RELATIONSHIP FILE AS THE MASTER WALK REACHES THE ACCOUNT .
      *MORE THAN 20 OWNERS OF ONE ACCOUNT IS TREATED AS FATAL
       01 WS-LAST-AR-KEY     PIC X(10) VALUE LOW-VALUES.
       01 WS-OWNER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 20 TIMES
                   INDEXED BY OW-IDX.
               10 WS-OWNER-CUST   PIC X(5).
               10 WS-OWNER-PCT    PIC 9(3)V99.
               10 WS-OWNER-TAX    PIC 9(9)V99.
       01 WS-OWNER-SHARE     PIC 9(3)V9(6) VALUE ZERO.
       01 WS-OWNER-WITHHELD  PIC 9(9)V99 VALUE ZERO.
      *
      *THE ACCOUNT IN HAND
       01 WS-ACCT-INTEREST   PIC 9(9)V99 VALUE ZERO.
           05 WS-ORPHAN-ROW-CNT  PIC 9(7) VALUE ZERO.
           05 WS-INT-PAID-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-WITHHELD-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-MULTI-OWNER-CNT PIC 9(7) VALUE ZERO.
      *
       01 WS-HEADING-1.
           05 FILLER          PIC X(31)
            05 DL-INTEREST     PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-WITHHELD     PIC ZZZZZZZZ9.99.
      *
      *ONE LINE PER OWNER UNDER AN ACCOUNT WITH SEVERAL OWNERS
       01 WS-OWNER-LINE.
           05 FILLER          PIC X(9)  VALUE SPACES.
            05 FILLER          PIC X(6)  VALUE "OWNER ".
            05 OL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(7)  VALUE " SHARE ".
            05 OL-SHARE        PIC ZZ9.99.
            05 FILLER          PIC X(13) VALUE SPACES.
            05 OL-WITHHELD     PIC ZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT RELATION-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 140-READ-RELATION
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            MOVE SPACES TO REPORT-LINE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       140-READ-RELATION.
      *
      *reads the next account relationship row, refusing an out-of-
      *sequence file rather than withholding on the wrong owner
      *
            READ RELATION-FILE
                AT END MOVE HIGH-VALUES TO AR-KEY
            END-READ
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 10
                MOVE "READ RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF AR-KEY NOT = HIGH-VALUES
                IF AR-KEY NOT > WS-LAST-AR-KEY
                    MOVE "ACCTREL OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE AR-KEY TO WS-LAST-AR-KEY
            END-IF
            .
      *
       150-RELEASE-YEAR-INTEREST.
      *
      *
       160-READ-HISTORY.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 161-READ-ONE-HISTORY-ROW
            PERFORM 161-READ-ONE-HISTORY-ROW
                UNTIL END-OF-HISTORY OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-HISTORY
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       161-READ-ONE-HISTORY-ROW.
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
       170-RELEASE-ONE-ROW.
      *
            IF HIS-TYPE = "C"
                    AND HIS-EFF-CCYY = PRM-YEAR
                    AND (HIS-SOURCE = "A" OR HIS-SOURCE = "V"
                        OR (HIS-SOURCE = SPACE
                            AND HIS-BRANCH-ID = SPACES))
                RELEASE HIST-SORT-REC FROM POSTED-HISTORY-REC
      *
       340-STATEMENT-ONE-ACCOUNT.
      *
      *totals one account's interest credits and, owner by owner,
      *withholds on the shares of the owners flagged for it, then
      *generates the one withholding debit for the account .
      *accounts that earned nothing print nothing -- the tax office
      *does not want empty statements either
      *
            MOVE ZERO TO WS-ACCT-INTEREST
            PERFORM 350-TOTAL-ONE-ROW
                UNTIL HS-ACCT-NO NOT = NM-ACCT-NO
            PERFORM 342-GATHER-OWNERS
            IF WS-ACCT-INTEREST > 0
                ADD WS-ACCT-INTEREST TO WS-INT-PAID-TOTAL
                MOVE ZERO TO WS-ACCT-WITHHELD
                PERFORM 346-WITHHOLD-ONE-OWNER
                    VARYING OW-IDX FROM 1 BY 1
                    UNTIL OW-IDX > WS-OWNER-COUNT
                IF WS-ACCT-WITHHELD > 0
                    PERFORM 370-WRITE-WHOLD-DEBIT
                END-IF
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE NM-ACCT-NO TO DL-ACCT-NO
                    MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                IF WS-OWNER-COUNT > 1
                    ADD 1 TO WS-MULTI-OWNER-CNT
                    PERFORM 348-PRINT-ONE-OWNER
                        VARYING OW-IDX FROM 1 BY 1
                        UNTIL OW-IDX > WS-OWNER-COUNT
                END-IF
                ADD 1 TO WS-STMT-CNT
            END-IF
            PERFORM 320-READ-MASTER
            .
      *
       342-GATHER-OWNERS.
      *
      *walks the relationship file forward to the account in hand
      *and gathers its primary and joint owners in force on the
      *effective date . an account with none is owned wholly by its
      *nm-cust-no
      *
            MOVE ZERO TO WS-OWNER-COUNT
            PERFORM 140-READ-RELATION
                UNTIL AR-ACCT-NO NOT < NM-ACCT-NO
            PERFORM 344-GATHER-ONE-OWNER
                UNTIL AR-ACCT-NO NOT = NM-ACCT-NO
            IF WS-OWNER-COUNT = 0
                MOVE 1 TO WS-OWNER-COUNT
                MOVE NM-CUST-NO TO WS-OWNER-CUST(1)
                MOVE 100 TO WS-OWNER-PCT(1)
            END-IF
            .
      *
       344-GATHER-ONE-OWNER.
      *
      *files one of the account's rows in the owner table when it is
      *an owner's role already in force
      *
            IF AR-OWNER AND AR-EFF-DATE NOT > PRM-EFF-DATE
                IF WS-OWNER-COUNT >= 20
                    MOVE "ACCTREL OWNERS EXCEED 20" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-OWNER-COUNT
                SET OW-IDX TO WS-OWNER-COUNT
                MOVE AR-CUST-NO TO WS-OWNER-CUST(OW-IDX)
                MOVE AR-SHARE-PCT TO WS-OWNER-PCT(OW-IDX)
            END-IF
            PERFORM 140-READ-RELATION
            .
      *
       346-WITHHOLD-ONE-OWNER.
      *
      *works out one owner's share of the interest -- the share on
      *the row, or an equal split where the row gives none -- and
      *adds the tax on it to the account's withholding when the
      *owner is flagged
      *
            IF WS-OWNER-PCT(OW-IDX) = 0
                COMPUTE WS-OWNER-SHARE ROUNDED = 100 / WS-OWNER-COUNT
            ELSE
                MOVE WS-OWNER-PCT(OW-IDX) TO WS-OWNER-SHARE
            END-IF
            MOVE WS-OWNER-SHARE TO WS-OWNER-PCT(OW-IDX)
            MOVE ZERO TO WS-OWNER-WITHHELD
            MOVE WS-OWNER-CUST(OW-IDX) TO WS-TEST-CUST
            PERFORM 360-TEST-WITHHOLDING
            IF WS-WHOLD-THIS-ACCT = "Y"
                COMPUTE WS-OWNER-WITHHELD ROUNDED =
                        WS-ACCT-INTEREST * WS-OWNER-SHARE / 100
                        * WS-RATE-FRACTION
                ADD WS-OWNER-WITHHELD TO WS-ACCT-WITHHELD
            END-IF
            MOVE WS-OWNER-WITHHELD TO WS-OWNER-TAX(OW-IDX)
            .
      *
       348-PRINT-ONE-OWNER.
      *
      *prints one owner's share and the tax withheld on it under the
      *account line
      *
            MOVE WS-OWNER-CUST(OW-IDX) TO OL-CUST-NO
            MOVE WS-OWNER-PCT(OW-IDX) TO OL-SHARE
            MOVE WS-OWNER-TAX(OW-IDX) TO OL-WITHHELD
            WRITE REPORT-LINE FROM WS-OWNER-LINE
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       350-TOTAL-ONE-ROW.
      *
      *
       360-TEST-WITHHOLDING.
      *
      *tests whether the owner in ws-test-cust is flagged for
      *withholding . no customer on file means no withholding --
      *the flag is a positive election, never a default
      *
            MOVE "N" TO WS-WHOLD-THIS-ACCT
            MOVE "N" TO WS-CUST-FOUND-FLAG
            IF WS-TEST-CUST NOT = SPACES AND WS-CUST-COUNT > 0
                PERFORM 365-TEST-ONE-CUSTOMER
                    VARYING CU-IDX FROM 1 BY 1
                    UNTIL CU-IDX > WS-CUST-COUNT
      *
       365-TEST-ONE-CUSTOMER.
      *
      *tests one customer-table entry for the owner in hand
      *
            IF WS-CUST-NO(CU-IDX) = WS-TEST-CUST
                SET CUSTOMER-FOUND TO TRUE
                IF WS-CUST-WHOLD(CU-IDX) = "W"
                    MOVE "Y" TO WS-WHOLD-THIS-ACCT
            DISPLAY "WITHHOLDING DEBITS .....: " WS-WHOLD-CNT
            DISPLAY "TAX WITHHELD TOTAL .....: " WS-WITHHELD-TOTAL
            DISPLAY "CLOSED-ACCT CREDITS ....: " WS-ORPHAN-ROW-CNT
            DISPLAY "MULTI-OWNER ACCOUNTS ...: " WS-MULTI-OWNER-CNT
            .
      *
       500-CLOSE-RTN.
            CLOSE NEW-MASTER
             WHOLD-TRANS-FILE
             REPORT-FILE
             PARAM-FILE
             RELATION-FILE.
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS4 (WHOLD-TRANS-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (REPORT-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (YIPARM CARD): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (RELATION-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            STOP RUN.
