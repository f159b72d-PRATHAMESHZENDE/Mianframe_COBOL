       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM128.
      *NIGHTLY BALANCE SWEEP RUN : A CUSTOMER WHO WANTED AN OPERATING
      *ACCOUNT KEPT AT A SET LEVEL -- EXCESS PARKED IN SAVINGS, OR A
      *SHORTFALL MADE GOOD FROM IT -- HAD TO KEY THE TRANSFERS AT THE
      *COUNTER EVERY DAY . THE SWEEP-ARRANGEMENT FILE (SWEEPARR,
      *ASCENDING PRIMARY ACCOUNT) NAMES EACH PRIMARY ACCOUNT, ITS
      *LINKED ACCOUNT, THE TARGET BALANCE, THE SMALLEST TRANSFER WORTH
      *MAKING AND THE DIRECTION -- SWEEP THE EXCESS OUT, TOP THE
      *SHORTFALL UP, OR BOTH (A TARGET OF ZERO IS A ZERO-BALANCE
      *ACCOUNT) . THIS RUN, AFTER PGM52 HAS POSTED THE DAY, JUDGES
      *EVERY ARRANGEMENT AGAINST THE CLOSING MASTER (NEWMSTR) :
      *  - AN EXCESS OVER THE TARGET IS SWEPT OUT TO THE LINKED
      *    ACCOUNT, BUT ONLY THE PART OF IT ALREADY COLLECTED -- THE
      *    DEPOSITS STILL ON THE UNCOLLECTED-FUNDS FILE (FLOATFIL)
      *    PAST THE BUSINESS DATE STAY WHERE THEY ARE ;
      *  - A SHORTFALL UNDER THE TARGET IS TOPPED UP FROM THE LINKED
      *    ACCOUNT, AS FAR AS ITS COLLECTED BALANCE AND OVERDRAFT
      *    LIMIT ALLOW -- A PART TOP-UP WHEN THE LIMIT STOPS SHORT ;
      *  - NOTHING MOVES WHEN EITHER ACCOUNT IS MISSING, BLOCKED OR
      *    ESCHEAT-PENDING, WHEN THE ACCOUNT TO BE DEBITED IS UNDER A
      *    FULL STOP OR AN AMOUNT-LIMITED HOLD BELOW THE TRANSFER ON
      *    HOLDFILE (THE SAME TEST PGM52 PUTS A TRANSFER THROUGH), OR
      *    WHEN THE TRANSFER WOULD BE UNDER THE MINIMUM .
      *EACH SWEEP IS ONE RAW "T" (FROM-ACCOUNT IN THE KEY, THE OTHER
      *IN ST-XFER-ACCT) ON SWEEPTRN, WHICH THE PGM74 GATEWAY EXPLODES
      *INTO ITS LEGS AND FEEDS INTO THE NEXT TRANFILE UNDER SOURCE
      *"K" . AN ACCOUNT SWEPT BY ONE ARRANGEMENT IS JUDGED BY THE
      *NEXT AT ITS BALANCE AFTER THAT SWEEP, SO TWO ARRANGEMENTS
      *SHARING A LINKED ACCOUNT CANNOT BOTH SPEND ITS ROOM . THE
      *REGISTER LISTS EVERY SWEEP MADE AND EVERY SWEEP SKIPPED WITH
      *ITS REASON ; AN ACCOUNT ALREADY AT ITS TARGET IS ONLY COUNTED .
      *THE TABLES' PEAK USAGE IS LOGGED ON THE CAPACITY-USAGE FILE
      *(PGM121) FOR THE WEEKLY HEADROOM REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO "SWEEPARR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ACCOUNT-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SWEEP-TRAN-FILE ASSIGN TO "SWEEPTRN"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "SWEEPRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD SWEEP-FILE.
      *     THE SWEEP ARRANGEMENTS, ONE RECORD PER PRIMARY ACCOUNT,
      *     ASCENDING PRIMARY ACCOUNT, KEYED BY THE BRANCH
       01 SWEEP-REC.
           05 SW-PRIM-ACCT  COPY ACCTREC.
      *        THE ACCOUNT HELD AT ITS TARGET
            05 SW-LINK-ACCT  PIC X(5).
      *        THE ACCOUNT THE EXCESS GOES TO AND THE SHORTFALL COMES
      *        FROM
            05 SW-TARGET     PIC 9(7)V99.
            05 SW-MIN-AMT    PIC 9(7)V99.
      *        NO TRANSFER SMALLER THAN THIS IS MADE
            05 SW-DIRECTION  PIC X(1).
               88 SW-SWEEP-OUT         VALUE "O".
               88 SW-TOP-UP            VALUE "I".
               88 SW-BOTH-WAYS         VALUE "B".
            05 FILLER        PIC X(51).
      *
       FD ACCOUNT-MASTER.
      *     THE CLOSING MASTER THE DAY'S PGM52 RUN WROTE, READ FOR THE
      *     BALANCE, OVERDRAFT LIMIT AND STATUS . MUST STAY IN SYNC
      *     WITH PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 ACCOUNT-MASTER-REC.
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
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS FILE THE DAY'S PGM52 RUN LEFT, ONE
      *     ROW PER DEPOSIT STILL HELD, ASCENDING ACCOUNT . ABSENT
      *     MEANS NOTHING IS UNCOLLECTED . MUST STAY IN SYNC WITH
      *     PGM52.COB'S FLOAT-REC LAYOUT
       01 FLOAT-REC.
           05 FL-ACCT-NO     COPY ACCTREC.
            05 FL-AMOUNT      PIC 9(7)V99.
            05 FL-DEP-DATE    PIC 9(8).
            05 FL-AVAIL-DATE  PIC 9(8).
            05 FL-CLASS       PIC X(1).
            05 FL-BRANCH      PIC X(3).
            05 FL-DEP-BRANCH  PIC X(3).
            05 FL-POST-DATE   PIC 9(8).
            05 FILLER         PIC X(35).
      *
       FD HOLD-FILE.
      *     STOP-PAYMENTS AND HOLDS PLACED BY THE BRANCHES . MUST
      *     STAY IN SYNC WITH PGM52.COB'S HOLD-REC LAYOUT . A FULL
      *     STOP ("F") STOPS EVERY SWEEP OUT OF THE ACCOUNT, AN
      *     AMOUNT-LIMITED HOLD ("A") ANY SWEEP OVER ITS LIMIT .
      *     ABSENT FILE MEANS NO HOLDS, AS IT DOES TO PGM52
       01 HOLD-REC.
           05 HLD-ACCT-NO   PIC X(5).
            05 HLD-TYPE      PIC X(1).
            05 HLD-LIMIT-AMT PIC 9(7)V99.
            05 HLD-PLACED-BY PIC X(4).
            05 HLD-EXPIRY    PIC 9(8).
            05 HLD-PLACED-DATE PIC 9(8).
            05 FILLER        PIC X(45).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD SWEEP-TRAN-FILE.
      *     THE SWEEP TRANSFERS FOR THE PGM74 GATEWAY (SOURCE "K") .
      *     MUST STAY IN SYNC WITH PGM52.COB'S TRANS-REC LAYOUT . EACH
      *     SWEEP IS ONE RAW "T" (FROM-ACCOUNT IN THE KEY, THE OTHER
      *     ACCOUNT IN ST-XFER-ACCT) FOR THE GATEWAY TO EXPLODE
       01 SWEEP-TRAN-REC.
           05 ST-ACCT-NO    COPY ACCTREC.
            05 ST-AMOUNT     PIC 9(7)V99.
            05 ST-TYPE       PIC X(1).
            05 ST-EFF-DATE   PIC 9(8).
            05 ST-ORIG-TYPE  PIC X(1).
            05 ST-ORIG-DATE  PIC 9(8).
            05 ST-BRANCH-ID  PIC X(3).
            05 ST-TELLER-ID  PIC X(4).
            05 ST-SOURCE     PIC X(1).
            05 ST-XFER-ACCT  PIC X(5).
            05 FILLER        PIC X(55).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *THE ARRANGEMENTS, IN FILE ORDER . ONE WHOSE FIELDS CANNOT BE
      *TRUSTED IS TABLED UNUSABLE SO THE REGISTER STILL LISTS IT .
      *MORE THAN 500 ARRANGEMENTS IS FATAL
       01 WS-SWP-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SWP-TABLE.
           05 WS-SWP-ENTRY OCCURS 500 TIMES
                   INDEXED BY SW-IDX.
               10 WS-SWP-PRIM      PIC X(5).
               10 WS-SWP-LINK      PIC X(5).
               10 WS-SWP-TARGET    PIC 9(7)V99.
               10 WS-SWP-MIN       PIC 9(7)V99.
               10 WS-SWP-DIR       PIC X(1).
               10 WS-SWP-OK        PIC X(1).
       01 WS-LAST-PRIM       PIC X(5) VALUE LOW-VALUES.
      *
      *EVERY ACCOUNT AN ARRANGEMENT NAMES, PRIMARY OR LINKED, ONCE,
      *IN ASCENDING ACCOUNT ORDER SO THE MASTER AND THE FLOAT FILE
      *ARE EACH WALKED ONCE AGAINST IT AND A HOLD OR AN ARRANGEMENT
      *FINDS ITS ACCOUNT BY BINARY SEARCH . THE BALANCE IS THE
      *CLOSING BALANCE MOVED BY EVERY SWEEP WRITTEN SO FAR THIS RUN .
      *MORE THAN 1000 ACCOUNTS IS FATAL
       01 WS-ACC-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ACC-COUNT
                   ASCENDING KEY WS-ACC-NO
                   INDEXED BY AC-IDX.
               10 WS-ACC-NO        PIC X(5).
               10 WS-ACC-HIT       PIC X(1).
      *            "Y" ONCE THE ACCOUNT IS FOUND ON THE MASTER
               10 WS-ACC-BAL       PIC S9(9)V99.
               10 WS-ACC-UNCOLL    PIC 9(9)V99.
               10 WS-ACC-OD-LIMIT  PIC 9(7)V99.
               10 WS-ACC-STS       PIC X(1).
               10 WS-ACC-STOP      PIC X(1).
      *            "Y" UNDER A FULL STOP IN FORCE
               10 WS-ACC-LIM-HELD  PIC X(1).
               10 WS-ACC-LIM-AMT   PIC 9(7)V99.
      *            "Y" UNDER AN AMOUNT-LIMITED HOLD IN FORCE, AND THE
      *            LOWEST SUCH LIMIT
       01 WS-ACC-SUB         PIC 9(4) VALUE ZERO.
       01 WS-NEW-ACCT        PIC X(5) VALUE SPACES.
       01 WS-ACC-FOUND-FLAG  PIC X(1) VALUE "N".
           88 ACC-FOUND            VALUE "Y".
           88 ACC-NOT-FOUND        VALUE "N".
       01 WS-SLOT-FLAG       PIC X(1) VALUE "N".
           88 SLOT-FOUND           VALUE "Y".
           88 SLOT-NOT-FOUND       VALUE "N".
       01 WS-LAST-FLOAT-ACCT PIC X(5) VALUE LOW-VALUES.
      *
      *THE ARRANGEMENT IN HAND : WHERE ITS TWO ACCOUNTS SIT IN THE
      *ACCOUNT TABLE, WHICH WAY THE MONEY GOES AND HOW MUCH, OR WHY
      *NOTHING MOVES
       01 WS-PRIM-SUB        PIC 9(4) VALUE ZERO.
       01 WS-LINK-SUB        PIC 9(4) VALUE ZERO.
       01 WS-FROM-SUB        PIC 9(4) VALUE ZERO.
       01 WS-TO-SUB          PIC 9(4) VALUE ZERO.
       01 WS-SWEEP-WAY       PIC X(1) VALUE SPACE.
           88 SWEEP-OUT-NOW        VALUE "O".
           88 TOP-UP-NOW           VALUE "I".
           88 NO-SWEEP-NOW         VALUE SPACE.
       01 WS-PART-FLAG       PIC X(1) VALUE "N".
           88 PART-TOP-UP          VALUE "Y".
       01 WS-SKIP-REASON     PIC X(16) VALUE SPACES.
       01 WS-PRIM-BAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-AVAIL-BAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-LINK-ROOM       PIC S9(9)V99 VALUE ZERO.
       01 WS-SWEEP-AMT       PIC S9(9)V99 VALUE ZERO.
      *
      *RUN CONTROL TOTALS
       01 WS-RUN-TOTALS.
           05 WS-SWP-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-OUT-CNT         PIC 9(7) VALUE ZERO.
           05 WS-IN-CNT          PIC 9(7) VALUE ZERO.
           05 WS-PART-CNT        PIC 9(7) VALUE ZERO.
           05 WS-AT-TARGET-CNT   PIC 9(7) VALUE ZERO.
           05 WS-SKIP-CNT        PIC 9(7) VALUE ZERO.
           05 WS-TRANS-CNT       PIC 9(7) VALUE ZERO.
           05 WS-HOLD-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-HOLD-EXPIRED-CNT PIC 9(7) VALUE ZERO.
           05 WS-OUT-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 WS-IN-TOTAL        PIC 9(9)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL FOR THE REGISTER (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *REGISTER LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM128 BALANCE SWEEP REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "PRIM".
            05 FILLER          PIC X(7)  VALUE "LINK".
            05 FILLER          PIC X(3)  VALUE "D".
            05 FILLER          PIC X(8)  VALUE "RESULT".
            05 FILLER          PIC X(17) VALUE "REASON".
            05 FILLER          PIC X(11) VALUE "    BALANCE".
            05 FILLER          PIC X(11) VALUE "     TARGET".
            05 FILLER          PIC X(11) VALUE "     AMOUNT".
      *
       01 WS-DETAIL-LINE.
           05 DL-PRIM-ACCT    PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-LINK-ACCT    PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DIRECTION    PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-RESULT       PIC X(7).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-REASON       PIC X(16).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC -ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-TARGET       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 150-LOAD-ARRANGEMENTS
            PERFORM 200-LOAD-ACCOUNTS
            PERFORM 230-LOAD-FLOAT
            PERFORM 250-LOAD-HOLDS
            PERFORM 300-JUDGE-ONE-SWEEP
                VARYING SW-IDX FROM 1 BY 1
                UNTIL SW-IDX > WS-SWP-COUNT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the files the run writes
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN OUTPUT SWEEP-TRAN-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN SWEEP-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN DATE-CARD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ DATE-CARD
                AT END
                    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                NOT AT END
                    IF DTC-BUS-DATE-X IS NUMERIC
                            AND DTC-BUS-DATE > 0
                        MOVE DTC-BUS-DATE TO WS-RUN-DATE
                    ELSE
                        MOVE "BAD DATECARD DATE" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
            END-READ
            CLOSE DATE-CARD
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            .
      *
       150-LOAD-ARRANGEMENTS.
      *
      *tables every arrangement and, for each usable one, both the
      *accounts it names
      *
            OPEN INPUT SWEEP-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN SWEEP-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 155-READ-ARRANGEMENT
            PERFORM 160-TABLE-ONE-ARRANGEMENT
                UNTIL SW-PRIM-ACCT = HIGH-VALUES
            CLOSE SWEEP-FILE
            .
      *
       155-READ-ARRANGEMENT.
      *
      *reads the next arrangement, insisting on ascending primary
      *account order -- one arrangement per primary account
      *
            READ SWEEP-FILE
                AT END MOVE HIGH-VALUES TO SW-PRIM-ACCT
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ SWEEP-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF SW-PRIM-ACCT NOT = HIGH-VALUES
                IF SW-PRIM-ACCT NOT > WS-LAST-PRIM
                    MOVE "SWEEPARR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE SW-PRIM-ACCT TO WS-LAST-PRIM
                ADD 1 TO WS-SWP-READ-CNT
            END-IF
            .
      *
       160-TABLE-ONE-ARRANGEMENT.
      *
      *files the arrangement in hand in the next free slot . it is
      *usable when its amounts are numeric, its direction is known
      *and it names a linked account other than the primary
      *
            IF WS-SWP-COUNT >= 500
                MOVE "MORE THAN 500 SWEEPS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SWP-COUNT
            SET SW-IDX TO WS-SWP-COUNT
            MOVE SW-PRIM-ACCT TO WS-SWP-PRIM(SW-IDX)
            MOVE SW-LINK-ACCT TO WS-SWP-LINK(SW-IDX)
            MOVE SW-DIRECTION TO WS-SWP-DIR(SW-IDX)
            MOVE "Y" TO WS-SWP-OK(SW-IDX)
            IF SW-TARGET NOT NUMERIC
                    OR SW-MIN-AMT NOT NUMERIC
                    OR (NOT SW-SWEEP-OUT AND NOT SW-TOP-UP
                        AND NOT SW-BOTH-WAYS)
                    OR SW-LINK-ACCT = SPACES
                    OR SW-LINK-ACCT = SW-PRIM-ACCT
                MOVE "N" TO WS-SWP-OK(SW-IDX)
                MOVE ZERO TO WS-SWP-TARGET(SW-IDX)
                MOVE ZERO TO WS-SWP-MIN(SW-IDX)
            ELSE
                MOVE SW-TARGET TO WS-SWP-TARGET(SW-IDX)
                MOVE SW-MIN-AMT TO WS-SWP-MIN(SW-IDX)
                MOVE SW-PRIM-ACCT TO WS-NEW-ACCT
                PERFORM 170-ADD-ACCOUNT
                MOVE SW-LINK-ACCT TO WS-NEW-ACCT
                PERFORM 170-ADD-ACCOUNT
            END-IF
            PERFORM 155-READ-ARRANGEMENT
            .
      *
       170-ADD-ACCOUNT.
      *
      *files the account in ws-new-acct in the account table unless
      *it is already there, keeping the table in ascending order :
      *every entry above it moves up one slot to make room
      *
            SET ACC-NOT-FOUND TO TRUE
            IF WS-ACC-COUNT > 0
                SEARCH ALL WS-ACC-ENTRY
                    AT END CONTINUE
                    WHEN WS-ACC-NO(AC-IDX) = WS-NEW-ACCT
                        SET ACC-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF ACC-NOT-FOUND
                IF WS-ACC-COUNT >= 1000
                    MOVE "MORE THAN 1000 ACCOUNTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE WS-ACC-COUNT TO WS-ACC-SUB
                ADD 1 TO WS-ACC-COUNT
                SET SLOT-NOT-FOUND TO TRUE
                PERFORM 175-SHIFT-ONE-UP
                    UNTIL SLOT-FOUND
                ADD 1 TO WS-ACC-SUB
                MOVE WS-NEW-ACCT TO WS-ACC-NO(WS-ACC-SUB)
                MOVE "N" TO WS-ACC-HIT(WS-ACC-SUB)
                MOVE ZERO TO WS-ACC-BAL(WS-ACC-SUB)
                MOVE ZERO TO WS-ACC-UNCOLL(WS-ACC-SUB)
                MOVE ZERO TO WS-ACC-OD-LIMIT(WS-ACC-SUB)
                MOVE SPACE TO WS-ACC-STS(WS-ACC-SUB)
                MOVE "N" TO WS-ACC-STOP(WS-ACC-SUB)
                MOVE "N" TO WS-ACC-LIM-HELD(WS-ACC-SUB)
                MOVE ZERO TO WS-ACC-LIM-AMT(WS-ACC-SUB)
            END-IF
            .
      *
       175-SHIFT-ONE-UP.
      *
      *steps down the table from the top : an entry above the new
      *account moves up one slot, and the first one below it (or the
      *bottom of the table) marks where the new account goes
      *
            IF WS-ACC-SUB = 0
                SET SLOT-FOUND TO TRUE
            ELSE
                IF WS-ACC-NO(WS-ACC-SUB) < WS-NEW-ACCT
                    SET SLOT-FOUND TO TRUE
                ELSE
                    MOVE WS-ACC-ENTRY(WS-ACC-SUB)
                        TO WS-ACC-ENTRY(WS-ACC-SUB + 1)
                    SUBTRACT 1 FROM WS-ACC-SUB
                END-IF
            END-IF
            .
      *
       200-LOAD-ACCOUNTS.
      *
      *walks the closing master once against the account table,
      *picking up each tabled account's balance, overdraft limit and
      *status . an account not on the master has closed or was never
      *opened
      *
            OPEN INPUT ACCOUNT-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 210-READ-ACCOUNT
            PERFORM 215-FIND-ONE-ACCOUNT
                VARYING AC-IDX FROM 1 BY 1
                UNTIL AC-IDX > WS-ACC-COUNT
            CLOSE ACCOUNT-MASTER
            .
      *
       210-READ-ACCOUNT.
      *
      *reads the next account from the closing master
      *
            READ ACCOUNT-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       215-FIND-ONE-ACCOUNT.
      *
      *reads the master up to the tabled account in hand and, when
      *it is there, takes its figures
      *
            PERFORM 210-READ-ACCOUNT
                UNTIL NM-ACCT-NO NOT < WS-ACC-NO(AC-IDX)
            IF NM-ACCT-NO = WS-ACC-NO(AC-IDX)
                MOVE "Y" TO WS-ACC-HIT(AC-IDX)
                MOVE NM-AMOUNT TO WS-ACC-BAL(AC-IDX)
                MOVE NM-OD-LIMIT TO WS-ACC-OD-LIMIT(AC-IDX)
                MOVE NM-STATUS TO WS-ACC-STS(AC-IDX)
            END-IF
            .
      *
       230-LOAD-FLOAT.
      *
      *walks the uncollected-funds file once against the account
      *table, totalling each tabled account's deposits still held
      *past the business date
      *
            OPEN INPUT FLOAT-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 235-READ-FLOAT
            PERFORM 240-SUM-ONE-ACCOUNT-FLOAT
                VARYING AC-IDX FROM 1 BY 1
                UNTIL AC-IDX > WS-ACC-COUNT
            CLOSE FLOAT-FILE
            .
      *
       235-READ-FLOAT.
      *
      *reads the next float row, insisting on ascending account
      *order so the walk cannot miss one
      *
            READ FLOAT-FILE
                AT END MOVE HIGH-VALUES TO FL-ACCT-NO
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF FL-ACCT-NO NOT = HIGH-VALUES
                IF FL-ACCT-NO < WS-LAST-FLOAT-ACCT
                    MOVE "FLOATFIL OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE FL-ACCT-NO TO WS-LAST-FLOAT-ACCT
            END-IF
            .
      *
       240-SUM-ONE-ACCOUNT-FLOAT.
      *
      *reads the float file up to the tabled account in hand and
      *totals its rows
      *
            PERFORM 235-READ-FLOAT
                UNTIL FL-ACCT-NO NOT < WS-ACC-NO(AC-IDX)
            PERFORM 245-ADD-ONE-FLOAT
                UNTIL FL-ACCT-NO NOT = WS-ACC-NO(AC-IDX)
            .
      *
       245-ADD-ONE-FLOAT.
      *
      *counts one of the account's float rows as uncollected when
      *its money is not yet available on the business date
      *
            IF FL-AVAIL-DATE > WS-RUN-DATE
                ADD FL-AMOUNT TO WS-ACC-UNCOLL(AC-IDX)
            END-IF
            PERFORM 235-READ-FLOAT
            .
      *
       250-LOAD-HOLDS.
      *
      *marks each tabled account under a hold still in force on the
      *business date -- the same expiry test pgm52's
      *189-load-one-hold makes
      *
            OPEN INPUT HOLD-FILE
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 255-READ-HOLD
            PERFORM 260-APPLY-ONE-HOLD
                UNTIL HLD-ACCT-NO = HIGH-VALUES
            CLOSE HOLD-FILE
            .
      *
       255-READ-HOLD.
      *
      *reads the next hold
      *
            READ HOLD-FILE
                AT END MOVE HIGH-VALUES TO HLD-ACCT-NO
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       260-APPLY-ONE-HOLD.
      *
      *puts a hold in force on its account when the account is one
      *an arrangement names : a full stop stops every sweep out of
      *it, any other hold every sweep out over the lowest limit
      *
            ADD 1 TO WS-HOLD-READ-CNT
            IF HLD-EXPIRY > 0 AND HLD-EXPIRY < WS-RUN-DATE
                ADD 1 TO WS-HOLD-EXPIRED-CNT
            ELSE
                SET ACC-NOT-FOUND TO TRUE
                IF WS-ACC-COUNT > 0
                    SEARCH ALL WS-ACC-ENTRY
                        AT END CONTINUE
                        WHEN WS-ACC-NO(AC-IDX) = HLD-ACCT-NO
                            SET ACC-FOUND TO TRUE
                    END-SEARCH
                END-IF
                IF ACC-FOUND
                    IF HLD-TYPE = "F"
                        MOVE "Y" TO WS-ACC-STOP(AC-IDX)
                    ELSE
                        IF WS-ACC-LIM-HELD(AC-IDX) = "N"
                                OR HLD-LIMIT-AMT <
                                   WS-ACC-LIM-AMT(AC-IDX)
                            MOVE HLD-LIMIT-AMT
                                TO WS-ACC-LIM-AMT(AC-IDX)
                        END-IF
                        MOVE "Y" TO WS-ACC-LIM-HELD(AC-IDX)
                    END-IF
                END-IF
            END-IF
            PERFORM 255-READ-HOLD
            .
      *
       300-JUDGE-ONE-SWEEP.
      *
      *decides the arrangement in hand : which way the money goes
      *and how much, or why nothing moves . a sweep is made, a
      *skipped one is listed with its reason, and an account already
      *at its target is only counted
      *
            MOVE SPACES TO WS-SKIP-REASON
            SET NO-SWEEP-NOW TO TRUE
            MOVE "N" TO WS-PART-FLAG
            MOVE ZERO TO WS-SWEEP-AMT
            MOVE ZERO TO WS-PRIM-BAL
            MOVE ZERO TO WS-PRIM-SUB
            MOVE ZERO TO WS-LINK-SUB
            IF WS-SWP-OK(SW-IDX) = "Y"
                PERFORM 305-LOCATE-ACCOUNTS
                MOVE WS-ACC-BAL(WS-PRIM-SUB) TO WS-PRIM-BAL
            END-IF
            EVALUATE TRUE
                WHEN WS-SWP-OK(SW-IDX) = "N"
                    MOVE "BAD ARRANGEMENT" TO WS-SKIP-REASON
                WHEN WS-ACC-HIT(WS-PRIM-SUB) = "N"
                    MOVE "NO PRIMARY ACCT" TO WS-SKIP-REASON
                WHEN WS-ACC-HIT(WS-LINK-SUB) = "N"
                    MOVE "NO LINKED ACCT" TO WS-SKIP-REASON
                WHEN WS-ACC-STS(WS-PRIM-SUB) = "B"
                        OR WS-ACC-STS(WS-LINK-SUB) = "B"
                    MOVE "ACCT BLOCKED" TO WS-SKIP-REASON
                WHEN WS-ACC-STS(WS-PRIM-SUB) = "P"
                        OR WS-ACC-STS(WS-LINK-SUB) = "P"
                    MOVE "ESCHEAT PENDING" TO WS-SKIP-REASON
                WHEN OTHER
                    PERFORM 320-SIZE-SWEEP
            END-EVALUATE
            IF WS-SKIP-REASON = SPACES AND NOT NO-SWEEP-NOW
                IF WS-SWEEP-AMT < WS-SWP-MIN(SW-IDX)
                    MOVE "BELOW MINIMUM" TO WS-SKIP-REASON
                ELSE
                    PERFORM 330-TEST-HOLDS
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-SKIP-REASON NOT = SPACES
                    PERFORM 350-LIST-SKIP
                WHEN NO-SWEEP-NOW
                    ADD 1 TO WS-AT-TARGET-CNT
                WHEN OTHER
                    PERFORM 340-WRITE-SWEEP
            END-EVALUATE
            .
      *
       305-LOCATE-ACCOUNTS.
      *
      *finds the arrangement's primary and linked accounts in the
      *account table . both were filed as it was tabled
      *
            SEARCH ALL WS-ACC-ENTRY
                AT END
                    MOVE "SWEEP ACCOUNT NOT TABLED" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                WHEN WS-ACC-NO(AC-IDX) = WS-SWP-PRIM(SW-IDX)
                    SET WS-PRIM-SUB TO AC-IDX
            END-SEARCH
            SEARCH ALL WS-ACC-ENTRY
                AT END
                    MOVE "SWEEP ACCOUNT NOT TABLED" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                WHEN WS-ACC-NO(AC-IDX) = WS-SWP-LINK(SW-IDX)
                    SET WS-LINK-SUB TO AC-IDX
            END-SEARCH
            .
      *
       320-SIZE-SWEEP.
      *
      *works out the sweep . over the target, a sweep out takes the
      *collected part of the excess ; under it, a top-up takes the
      *shortfall, cut to what the linked account can give without
      *going past its overdraft limit
      *
            EVALUATE TRUE
                WHEN WS-PRIM-BAL > WS-SWP-TARGET(SW-IDX)
                        AND WS-SWP-DIR(SW-IDX) NOT = "I"
                    SET SWEEP-OUT-NOW TO TRUE
                    COMPUTE WS-AVAIL-BAL = WS-PRIM-BAL
                            - WS-ACC-UNCOLL(WS-PRIM-SUB)
                    COMPUTE WS-SWEEP-AMT = WS-AVAIL-BAL
                            - WS-SWP-TARGET(SW-IDX)
                    IF WS-SWEEP-AMT NOT > 0
                        MOVE "UNCOLLECTED" TO WS-SKIP-REASON
                    END-IF
                WHEN WS-PRIM-BAL < WS-SWP-TARGET(SW-IDX)
                        AND WS-SWP-DIR(SW-IDX) NOT = "O"
                    SET TOP-UP-NOW TO TRUE
                    COMPUTE WS-SWEEP-AMT = WS-SWP-TARGET(SW-IDX)
                            - WS-PRIM-BAL
                    COMPUTE WS-LINK-ROOM = WS-ACC-BAL(WS-LINK-SUB)
                            - WS-ACC-UNCOLL(WS-LINK-SUB)
                            + WS-ACC-OD-LIMIT(WS-LINK-SUB)
                    IF WS-LINK-ROOM NOT > 0
                        MOVE "LINKED OD LIMIT" TO WS-SKIP-REASON
                    ELSE
                        IF WS-SWEEP-AMT > WS-LINK-ROOM
                            MOVE WS-LINK-ROOM TO WS-SWEEP-AMT
                            SET PART-TOP-UP TO TRUE
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *
       330-TEST-HOLDS.
      *
      *tests the holds on the account the sweep would debit : a full
      *stop, or an amount-limited hold under the sweep amount, stops
      *it
      *
            IF SWEEP-OUT-NOW
                MOVE WS-PRIM-SUB TO WS-FROM-SUB
            ELSE
                MOVE WS-LINK-SUB TO WS-FROM-SUB
            END-IF
            IF WS-ACC-STOP(WS-FROM-SUB) = "Y"
                MOVE "DEBIT ACCT HELD" TO WS-SKIP-REASON
            END-IF
            IF WS-ACC-LIM-HELD(WS-FROM-SUB) = "Y"
                    AND WS-SWEEP-AMT > WS-ACC-LIM-AMT(WS-FROM-SUB)
                MOVE "DEBIT ACCT HELD" TO WS-SKIP-REASON
            END-IF
            .
      *
       340-WRITE-SWEEP.
      *
      *writes the sweep as one raw "t" for the gateway, moves both
      *tabled balances by it so a later arrangement sharing either
      *account sees the money gone, and lists it
      *
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-PRIM-BAL TO DL-BALANCE
            MOVE SPACES TO SWEEP-TRAN-REC
            IF SWEEP-OUT-NOW
                MOVE WS-PRIM-SUB TO WS-FROM-SUB
                MOVE WS-LINK-SUB TO WS-TO-SUB
                ADD 1 TO WS-OUT-CNT
                ADD WS-SWEEP-AMT TO WS-OUT-TOTAL
                MOVE "EXCESS OUT" TO DL-REASON
            ELSE
                MOVE WS-LINK-SUB TO WS-FROM-SUB
                MOVE WS-PRIM-SUB TO WS-TO-SUB
                ADD 1 TO WS-IN-CNT
                ADD WS-SWEEP-AMT TO WS-IN-TOTAL
                IF PART-TOP-UP
                    ADD 1 TO WS-PART-CNT
                    MOVE "PART TOP-UP IN" TO DL-REASON
                ELSE
                    MOVE "TOP-UP IN" TO DL-REASON
                END-IF
            END-IF
            MOVE WS-ACC-NO(WS-FROM-SUB) TO ST-ACCT-NO
            MOVE WS-SWEEP-AMT TO ST-AMOUNT
            MOVE "T" TO ST-TYPE
            MOVE WS-RUN-DATE TO ST-EFF-DATE
            MOVE ZERO TO ST-ORIG-DATE
            MOVE WS-ACC-NO(WS-TO-SUB) TO ST-XFER-ACCT
            WRITE SWEEP-TRAN-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE SWEEP-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-TRANS-CNT
            SUBTRACT WS-SWEEP-AMT FROM WS-ACC-BAL(WS-FROM-SUB)
            ADD WS-SWEEP-AMT TO WS-ACC-BAL(WS-TO-SUB)
            MOVE WS-SWP-PRIM(SW-IDX) TO DL-PRIM-ACCT
            MOVE WS-SWP-LINK(SW-IDX) TO DL-LINK-ACCT
            MOVE WS-SWP-DIR(SW-IDX) TO DL-DIRECTION
            MOVE "SWEPT" TO DL-RESULT
            MOVE WS-SWP-TARGET(SW-IDX) TO DL-TARGET
            MOVE WS-SWEEP-AMT TO DL-AMOUNT
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       350-LIST-SKIP.
      *
      *lists an arrangement nothing moved on, under the reason
      *already moved to ws-skip-reason, with the sweep it would have
      *made where one was worked out
      *
            ADD 1 TO WS-SKIP-CNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-SWP-PRIM(SW-IDX) TO DL-PRIM-ACCT
            MOVE WS-SWP-LINK(SW-IDX) TO DL-LINK-ACCT
            MOVE WS-SWP-DIR(SW-IDX) TO DL-DIRECTION
            MOVE "SKIPPED" TO DL-RESULT
            MOVE WS-SKIP-REASON TO DL-REASON
            MOVE WS-PRIM-BAL TO DL-BALANCE
            MOVE WS-SWP-TARGET(SW-IDX) TO DL-TARGET
            IF WS-SWEEP-AMT > 0
                MOVE WS-SWEEP-AMT TO DL-AMOUNT
            END-IF
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one register line . starts a new page and reprints
      *the headings whenever the page fills up or the register is
      *starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new register page : bumps the page counter and
      *writes the three heading lines followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the run totals so the day's sweep transfers can be
      *proved against the gateway's count of them
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ARRANGEMENTS " WS-SWP-READ-CNT
                   "  SWEPT OUT " WS-OUT-CNT
                   "  TOPPED UP " WS-IN-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "AT TARGET " WS-AT-TARGET-CNT
                   "  SKIPPED " WS-SKIP-CNT
                   "  PART TOP-UPS " WS-PART-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE "OUT TOTAL" TO DL-REASON
            MOVE WS-OUT-TOTAL TO DL-AMOUNT
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE "IN TOTAL" TO DL-REASON
            MOVE WS-IN-TOTAL TO DL-AMOUNT
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "ARRANGEMENTS READ ......: " WS-SWP-READ-CNT
            DISPLAY "SWEPT OUT ..............: " WS-OUT-CNT
            DISPLAY "TOPPED UP ..............: " WS-IN-CNT
            DISPLAY "  PART TOP-UPS .........: " WS-PART-CNT
            DISPLAY "ALREADY AT TARGET ......: " WS-AT-TARGET-CNT
            DISPLAY "SWEEPS SKIPPED .........: " WS-SKIP-CNT
            DISPLAY "SWEPT OUT AMOUNT .......: " WS-OUT-TOTAL
            DISPLAY "TOPPED UP AMOUNT .......: " WS-IN-TOTAL
            DISPLAY "HOLDS READ .............: " WS-HOLD-READ-CNT
            DISPLAY "  EXPIRED, IGNORED .....: " WS-HOLD-EXPIRED-CNT
            DISPLAY "TRANSACTIONS WRITTEN ...: " WS-TRANS-CNT
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs the arrangement and account tables' loads against their
      *ceilings on the capacity-usage file (pgm121) for the weekly
      *headroom report . the tables only ever grow, so each count is
      *its peak
      *
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM128" TO CAP-PROGRAM
            MOVE "SWEEPS" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-SWP-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM128" TO CAP-PROGRAM
            MOVE "SWEEP ACCTS" TO CAP-TABLE
            MOVE 1000 TO CAP-CEILING
            MOVE WS-ACC-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE SWEEP-TRAN-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad date card, an
      *input out of order or an oversize table instead of sweeping
      *half the arrangements
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM128 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (SWEEP-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (ACCOUNT-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (FLOAT-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (HOLD-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (SWEEP-TRAN-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
