       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM126.
      *MONTHLY BACK-VALUED INTEREST ADJUSTMENT : PGM63 ACCRUES A
      *MONTH ON THE DAILY AVERAGE IT REBUILDS FROM THE POSTED
      *HISTORY UP TO THE PERIOD END, SO A BACKDATED ITEM THAT POSTS
      *AFTER THE PERIOD END BUT CARRIES AN EFFECTIVE DATE INSIDE IT
      *NEVER REACHED THAT AVERAGE AND THE MONTH'S INTEREST STAYS
      *WRONG . PGM52 LISTS EVERY BACKDATED POSTING ON BKDTRPT, AND
      *PGM52J APPENDS EACH NIGHT'S LISTING TO THE PERMANENT BKDTHIST .
      *THIS RUN TAKES THE PERIOD PGM63 LAST ACCRUED FROM ITS CARD,
      *PICKS OUT EVERY LISTED ITEM POSTED SINCE THAT PERIOD ENDED
      *WHOSE EFFECTIVE DATE FALLS INSIDE IT, AND FOR EACH ACCOUNT
      *THEY TOUCH REBUILDS THE DAILY AVERAGE TWICE FROM THE SAME
      *HISTORY ROWS PGM63 USED : ONCE AS PGM63 SAW IT (THE OLD
      *INTEREST), AND ONCE WITH EACH ITEM STANDING ON THE BALANCE
      *FROM ITS EFFECTIVE DATE TO THE PERIOD END (THE CORRECTED
      *INTEREST) . BOTH ARE ACCRUED AT THE PRODMSTR RATES IN FORCE
      *OVER THE PERIOD, RATE SEGMENT BY RATE SEGMENT, CREDIT INTEREST
      *ON A POSITIVE SEGMENT AND OVERDRAFT INTEREST ON A NEGATIVE ONE,
      *EXACTLY AS PGM63 ACCRUES . THE DIFFERENCE IS WRITTEN AS A "C"
      *ADJUSTMENT CREDIT OR A "D" ADJUSTMENT DEBIT, EFFECTIVE-DATED
      *FROM THE CARD, ON INTADJ, WHICH THE PGM74 GATEWAY FEEDS INTO
      *THE POSTING RUN UNDER SOURCE TAG "V" . THE ADJUSTMENT REGISTER
      *SHOWS EACH AFFECTED ACCOUNT'S OLD INTEREST, CORRECTED INTEREST
      *AND DIFFERENCE . AN ACCOUNT CLOSED SINCE, OR WITH NO HISTORY
      *LEFT IN THE RETENTION WINDOW, CANNOT BE ADJUSTED : IT IS
      *LISTED AND THE RUN ENDS WITH RETURN CODE 4 . MORE ITEMS THAN
      *THE TABLE HOLDS ENDS THE RUN WITH RETURN CODE 12 RATHER THAN
      *ADJUST PART OF THE MONTH
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "ADJPARM"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ADJUST-TRANS-FILE ASSIGN TO "INTADJ"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "ADJRPT"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL BACKDATED-FILE ASSIGN TO "BKDTRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NEW-MASTER.
      *     MUST STAY IN SYNC WITH PGM52.COB'S NEW-MASTER-REC LAYOUT .
      *     READ ONLY FOR EACH AFFECTED ACCOUNT'S PRODUCT AND NAME, AND
      *     TO KNOW IT IS STILL OPEN
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
       FD PARAM-FILE.
      *     ONE RECORD, IN PGM63'S ACCRPARM LAYOUT : THE BUSINESS DAY
      *     THE ADJUSTMENTS ARE TO BE EFFECTIVE-DATED WITH, THEN THE
      *     FIRST AND LAST CALENDAR DAYS OF THE PERIOD PGM63 LAST
      *     ACCRUED -- THE PERIOD BEING CORRECTED
       01 PARAM-REC.
           05 PRM-EFF-DATE-X  PIC X(8).
            05 PRM-EFF-DATE REDEFINES PRM-EFF-DATE-X PIC 9(8).
            05 PRM-PER-START-X PIC X(8).
            05 PRM-PER-START REDEFINES PRM-PER-START-X PIC 9(8).
            05 PRM-PER-END-X   PIC X(8).
            05 PRM-PER-END REDEFINES PRM-PER-END-X PIC 9(8).
            05 FILLER          PIC X(56).
      *
       FD ADJUST-TRANS-FILE.
      *     ONE "C" CREDIT OR "D" DEBIT PER ACCOUNT WHOSE INTEREST
      *     CHANGED, READY FOR THE PGM74 GATEWAY . MUST STAY IN SYNC
      *     WITH PGM52.COB'S TRANS-REC LAYOUT ; THE BLANK BRANCH
      *     GROUPS THEM WITH THE ACCRUAL CREDITS ON PGM77
       01 ADJUST-TRANS-REC.
           05 AT-ACCT-NO    COPY ACCTREC.
            05 AT-AMOUNT     PIC 9(7)V99.
            05 AT-TYPE       PIC X(1).
            05 AT-EFF-DATE   PIC 9(8).
            05 AT-ORIG-TYPE  PIC X(1).
            05 AT-ORIG-DATE  PIC 9(8).
            05 AT-BRANCH-ID  PIC X(3).
            05 AT-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(61).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER, IN ASCENDING PRODUCT THEN PM-EFF-DATE
      *     ORDER, ONE ROW PER RATE CHANGE . MUST STAY IN SYNC WITH
      *     PGM63.COB'S PRODUCT-MASTER-REC LAYOUT ; THIS PROGRAM USES
      *     THE TIERS, THE OVERDRAFT RATE AND THE EFFECTIVE DATE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 PM-DESC        PIC X(20).
            05 PM-TIER-SET OCCURS 4 TIMES.
               10 PM-TIER-LOW   PIC 9(7)V99.
               10 PM-TIER-HIGH  PIC 9(7)V99.
               10 PM-TIER-PCT   PIC V999.
            05 PM-MAINT-FEE   PIC 9(5)V99.
            05 PM-DORM-FEE    PIC 9(5)V99.
            05 PM-HIGH-BAL    PIC 9(7)V99.
            05 PM-MOVE-AMT    PIC 9(7)V99.
            05 PM-MOVE-PCT    PIC 9(3).
            05 PM-OD-RATE     PIC V999.
            05 FILLER         PIC X(6).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 FILLER         PIC X(42).
      *
       FD POSTED-HISTORY.
      *     THE ACCUMULATED POSTED HISTORY . THE JCL POINTS POSTHIST
      *     AT THE LIVE RETENTION WINDOW, WHICH MUST COVER THE PERIOD
      *     BEING CORRECTED . MUST STAY IN SYNC WITH PGM52.COB'S
      *     POSTED-HISTORY-REC LAYOUT
       01 POSTED-HISTORY-REC.
           05 HIS-ACCT-NO    PIC X(5).
            05 HIS-AMOUNT     PIC 9(7)V99.
            05 HIS-TYPE       PIC X(1).
            05 HIS-EFF-DATE   PIC 9(8).
            05 HIS-RESULT-BAL PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 HIS-RUN-DATE   PIC 9(8).
            05 HIS-RUN-TIME   PIC 9(8).
            05 HIS-BRANCH-ID  PIC X(3).
            05 HIS-TELLER-ID  PIC X(4).
            05 FILLER         PIC X(44).
      *
       FD BACKDATED-FILE.
      *     THE ACCUMULATED BACKDATED-POSTINGS LISTING . MUST STAY IN
      *     SYNC WITH PGM52.COB'S BACKDATED-REC LAYOUT . THE DAY AN
      *     ITEM POSTED IS ITS EFFECTIVE DATE PLUS ITS DAYS OLD
       01 BACKDATED-REC.
           05 BKD-ACCT-NO    PIC X(5).
            05 BKD-AMOUNT     PIC 9(7)V99.
            05 BKD-TYPE       PIC X(1).
            05 BKD-EFF-DATE   PIC 9(8).
            05 BKD-DAYS-OLD   PIC 9(5).
            05 BKD-ORIG-TYPE  PIC X(1).
            05 FILLER         PIC X(71).
      *
       SD HIST-SORT-FILE.
       01 HIST-SORT-REC.
           05 HS-ACCT-NO    PIC X(5).
            05 HS-AMOUNT     PIC 9(7)V99.
            05 HS-TYPE       PIC X(1).
            05 HS-EFF-DATE   PIC 9(8).
            05 HS-RESULT-BAL PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 HS-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(59).
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
      *THE PRODUCT MASTER'S RATE SEGMENTS OVER THE PERIOD BEING
      *CORRECTED, LOADED THE SAME WAY PGM63 LOADS THEM : SEGMENT 1
      *FROM THE PERIOD START, ONE MORE FOR EACH ROW EFFECTIVE INSIDE
      *THE PERIOD . MORE THAN 50 PRODUCTS OR 4 RATES IN ONE PERIOD IS
      *FATAL, AS IT IS THERE
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
      *THE BACKDATED ITEMS BEING RE-ACCRUED, IN THE ORDER THEY WERE
      *LISTED : THE ACCOUNT, THE DAY THE ITEM TOOK EFFECT AND ITS
      *SIGNED EFFECT ON THE BALANCE (A CREDIT RAISES IT, A DEBIT
      *LOWERS IT) . EACH IS MARKED TAKEN ONCE ITS ACCOUNT HAS BEEN
      *THROUGH THE ADJUSTMENT, SO ONE WHOSE ACCOUNT HAS NO HISTORY
      *LEFT IS STILL REPORTED . MORE THAN 2000 IS FATAL
       01 WS-BKD-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BKD-TABLE.
           05 WS-BKD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BKD-IDX.
               10 WS-BI-ACCT-NO   PIC X(5).
               10 WS-BI-EFF-DATE  PIC 9(8).
               10 WS-BI-EFF-INT   PIC 9(7).
               10 WS-BI-EFFECT    PIC S9(7)V99.
               10 WS-BI-TAKEN     PIC X(1).
      *
      *THE ITEM IN HAND AS READ : ITS POSTING DAY, AND ITS SIGNED
      *EFFECT ("C" RAISES THE BALANCE, "D" AND "E" LOWER IT ; A "T"
      *LEG MOVES IT THE WAY ITS ORIG-TYPE SAYS, AN "R" REVERSAL THE
      *OPPOSITE WAY TO THE TYPE IT BACKED OUT ; ANYTHING ELSE MOVES
      *NO MONEY)
       01 WS-BKD-EFF-INT     PIC 9(7) VALUE ZERO.
       01 WS-BKD-POST-INT    PIC 9(7) VALUE ZERO.
       01 WS-BKD-EFFECT      PIC S9(7)V99 VALUE ZERO.
       01 WS-BKD-DIRECTION   PIC X(1) VALUE SPACE.
           88 BKD-RAISES-BAL     VALUE "C".
           88 BKD-LOWERS-BAL     VALUE "D".
           88 BKD-MOVES-NOTHING  VALUE SPACE.
      *
      *THE ACCOUNT IN HAND'S RATE SEGMENTS : THE DAY-NUMBER BOUNDS OF
      *EACH, THE BALANCE-DAYS PGM63 BANKED INSIDE IT (OLD) AND THE
      *BALANCE-DAYS ONCE THE BACKDATED ITEMS STAND FROM THEIR
      *EFFECTIVE DATES (NEW) . WS-SEG-WEIGHT IS THE ONE BEING ACCRUED
       01 WS-ACCT-SEG-TABLE.
           05 WS-ACCT-SEG OCCURS 4 TIMES.
               10 WS-SEG-START-INT PIC 9(7).
               10 WS-SEG-END-INT   PIC 9(7).
               10 WS-SEG-DAYS      PIC 9(3).
               10 WS-SEG-OLD-WT    PIC S9(13)V99.
               10 WS-SEG-NEW-WT    PIC S9(13)V99.
               10 WS-SEG-WEIGHT    PIC S9(13)V99.
               10 WS-SEG-SHARE     PIC S9(9)V99.
               10 WS-SEG-AVG       PIC S9(9)V99.
               10 WS-SEG-RATE      PIC V999.
               10 WS-SEG-INT       PIC 9(7)V99.
       01 WS-SPAN-FROM-INT   PIC 9(7) VALUE ZERO.
       01 WS-SPAN-TO-INT     PIC 9(7) VALUE ZERO.
       01 WS-OVERLAP-FROM    PIC 9(7) VALUE ZERO.
       01 WS-OVERLAP-TO      PIC 9(7) VALUE ZERO.
       01 WS-CR-INT-AMT      PIC 9(7)V99 VALUE ZERO.
       01 WS-DR-INT-AMT      PIC 9(7)V99 VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
       01 WS-TIER-SUB        PIC 9(1) VALUE ZERO.
       01 WS-TIER-FOUND      PIC X(1) VALUE "N".
           88 TIER-FOUND         VALUE "Y".
           88 TIER-NOT-FOUND     VALUE "N".
      *
      *THE ACCOUNT IN HAND'S INTEREST : NET OF CREDIT INTEREST LESS
      *OVERDRAFT INTEREST, AS PGM63 ACCRUED IT AND AS IT SHOULD HAVE,
      *AND THE ADJUSTMENT BETWEEN THEM
       01 WS-CUR-ACCT        PIC X(5) VALUE SPACES.
       01 WS-CUR-NAME        PIC X(20) VALUE SPACES.
       01 WS-ACCT-ITEM-CNT   PIC 9(3) VALUE ZERO.
       01 WS-OLD-INT         PIC S9(7)V99 VALUE ZERO.
       01 WS-NEW-INT         PIC S9(7)V99 VALUE ZERO.
       01 WS-DIFF-INT        PIC S9(7)V99 VALUE ZERO.
       01 WS-ADJ-AMT         PIC 9(7)V99 VALUE ZERO.
      *     "CR" ADJUSTMENT CREDIT, "DR" ADJUSTMENT DEBIT, OR WHY THE
      *     ACCOUNT WAS NOT ADJUSTED, SET BY WHICHEVER PATH PRINTS IT
       01 WS-ADJ-FLAG        PIC X(8) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
           88 NOT-END-OF-HISTORY  VALUE "N".
       01 WS-BKD-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-BACKDATED     VALUE "Y".
           88 NOT-END-OF-BACKDATED VALUE "N".
      *
      *DAILY-AVERAGE-BALANCE RECONSTRUCTION FOR THE ACCOUNT IN HAND,
      *AS PGM63 DOES IT : ROWS BEFORE THE PERIOD ONLY REFRESH THE
      *OPENING BALANCE, IN-PERIOD ROWS BANK THE STANDING BALANCE FOR
      *THE DAYS IT STOOD . PGM63 TOOK AN ACCOUNT WITH NO ROW UP TO
      *THE PERIOD END AT ITS MASTER BALANCE OF THE DAY ; THAT BALANCE
      *IS BACK-COMPUTED HERE FROM THE FIRST ROW AFTER THE PERIOD,
      *SINCE TODAY'S MASTER HAS MOVED ON
       01 WS-PER-START-INT   PIC 9(7) VALUE ZERO.
       01 WS-PER-END-INT     PIC 9(7) VALUE ZERO.
       01 WS-PER-DAYS        PIC 9(3) VALUE ZERO.
       01 WS-ROW-DAY-INT     PIC 9(7) VALUE ZERO.
       01 WS-CUR-DAY-INT     PIC 9(7) VALUE ZERO.
       01 WS-CUR-BAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-OPEN-SEEN       PIC X(1) VALUE "N".
      *
      *ADJUSTMENT CONTROL TOTALS FOR THE REGISTER SUMMARY
       01 WS-ADJUST-TOTALS.
           05 WS-BKD-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-BKD-OUT-PER-CNT PIC 9(7) VALUE ZERO.
           05 WS-BKD-IN-PER-CNT  PIC 9(7) VALUE ZERO.
           05 WS-BKD-NO-MONEY-CNT PIC 9(7) VALUE ZERO.
           05 WS-HIS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ACCT-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-CNT      PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-DEBIT-CNT       PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-CHANGE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-NO-PROD-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-NO-HIST-CNT     PIC 9(7) VALUE ZERO.
      *
      *THE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-CAP-SAVE-RC     PIC S9(4) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(34)
                VALUE "PGM126 INTEREST ADJUSTMENT REG".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(9)  VALUE "  PERIOD ".
            05 H2-PER-START    PIC 9(8).
            05 FILLER          PIC X(3)  VALUE " - ".
            05 H2-PER-END      PIC 9(8).
            05 FILLER          PIC X(12) VALUE "  EFFECTIVE ".
            05 H2-EFF-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(21) VALUE "CUSTOMER NAME".
            05 FILLER          PIC X(12) VALUE "   OLD INT".
            05 FILLER          PIC X(12) VALUE "  CORR INT".
            05 FILLER          PIC X(12) VALUE "  DIFFERENCE".
            05 FILLER          PIC X(7)  VALUE " ITEMS".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-OLD-INT      PIC ZZZZZZ9.99-.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-NEW-INT      PIC ZZZZZZ9.99-.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-DIFF-INT     PIC ZZZZZZ9.99-.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ITEMS        PIC ZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ADJ-FLAG     PIC X(8).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 1100-LOAD-PRODUCT-RATES
            PERFORM 1200-LOAD-BACKDATED-ITEMS
      *     THE SORT BRINGS EACH AFFECTED ACCOUNT'S HISTORY ROWS
      *     TOGETHER ; DUPLICATES IN ORDER KEEPS THEM IN THE RUN ORDER
      *     THEY ACCUMULATED IN, AS PGM63'S RECONSTRUCTION WALKS THEM
            SORT HIST-SORT-FILE
                ON ASCENDING KEY HS-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150-RELEASE-AFFECTED-HISTORY
                OUTPUT PROCEDURE IS 250-ADJUST-ALL-ACCOUNTS
            PERFORM 700-REPORT-NO-HISTORY
                VARYING WS-BKD-IDX FROM 1 BY 1
                UNTIL WS-BKD-IDX > WS-BKD-COUNT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *opens the files and reads the parameter card . a missing or
      *non-numeric date is fatal -- adjusting the wrong month is
      *exactly the hazard the card exists to prevent
      *
            OPEN INPUT NEW-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT PARAM-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY ADJPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-EFF-DATE-X IS NOT NUMERIC
                MOVE "BAD ADJPARM EFF DATE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-PER-START-X IS NOT NUMERIC
                    OR PRM-PER-END-X IS NOT NUMERIC
                    OR PRM-PER-START > PRM-PER-END
                MOVE "BAD ADJPARM PERIOD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-EFF-DATE NOT > PRM-PER-END
                MOVE "ADJPARM EFF DATE IN PERIOD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            COMPUTE WS-PER-START-INT =
                    FUNCTION INTEGER-OF-DATE(PRM-PER-START)
            COMPUTE WS-PER-END-INT =
                    FUNCTION INTEGER-OF-DATE(PRM-PER-END)
            COMPUTE WS-PER-DAYS =
                    WS-PER-END-INT - WS-PER-START-INT + 1
            MOVE PRM-EFF-DATE TO H2-EFF-DATE
            MOVE PRM-PER-START TO H2-PER-START
            MOVE PRM-PER-END TO H2-PER-END
            OPEN OUTPUT ADJUST-TRANS-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN ADJUST-TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1100-LOAD-PRODUCT-RATES.
      *
      *loads every product's rate segments over the period from the
      *product master, as pgm63 does . an empty product master is
      *fatal
      *
            OPEN INPUT PRODUCT-MASTER
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1110-READ-PRODUCT
            PERFORM 1120-LOAD-ONE-PRODUCT
                UNTIL PM-PRODUCT = HIGH-VALUES
            CLOSE PRODUCT-MASTER
            IF WS-PROD-COUNT = 0
                MOVE "EMPTY PRODUCT MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1110-READ-PRODUCT.
      *
      *reads the next product master record
      *
            READ PRODUCT-MASTER
                AT END MOVE HIGH-VALUES TO PM-PRODUCT
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ PRODUCT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1120-LOAD-ONE-PRODUCT.
      *
      *files one product rate row against the period . a row
      *effective after the period end is passed over ; a row in
      *force by the period start replaces segment 1 ; a row
      *effective inside the period opens a new segment from its own
      *date
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
       1200-LOAD-BACKDATED-ITEMS.
      *
      *loads every listed item that pgm63's accrual of the period
      *missed : effective inside the period but posted after it
      *ended . items posted inside the period were on the history
      *pgm63 read, and items effective outside it belong to another
      *month's accrual . a missing listing adjusts nothing
      *
            OPEN INPUT BACKDATED-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN BACKDATED-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1210-READ-BACKDATED
            PERFORM 1220-LOAD-ONE-ITEM
                UNTIL END-OF-BACKDATED
            CLOSE BACKDATED-FILE
            .
      *
       1210-READ-BACKDATED.
      *
      *reads the next backdated-postings listing row
      *
            READ BACKDATED-FILE
                AT END SET END-OF-BACKDATED TO TRUE
            END-READ
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 10
                MOVE "READ BACKDATED-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT-END-OF-BACKDATED
                ADD 1 TO WS-BKD-READ-CNT
            END-IF
            .
      *
       1220-LOAD-ONE-ITEM.
      *
      *files one listed item when it is one the accrual missed and it
      *moved money
      *
            IF BKD-EFF-DATE < PRM-PER-START
                    OR BKD-EFF-DATE > PRM-PER-END
                ADD 1 TO WS-BKD-OUT-PER-CNT
            ELSE
                COMPUTE WS-BKD-EFF-INT =
                        FUNCTION INTEGER-OF-DATE(BKD-EFF-DATE)
                COMPUTE WS-BKD-POST-INT =
                        WS-BKD-EFF-INT + BKD-DAYS-OLD
                IF WS-BKD-POST-INT NOT > WS-PER-END-INT
                    ADD 1 TO WS-BKD-IN-PER-CNT
                ELSE
                    PERFORM 1230-SET-ITEM-DIRECTION
                    IF BKD-MOVES-NOTHING
                        ADD 1 TO WS-BKD-NO-MONEY-CNT
                    ELSE
                        PERFORM 1240-FILE-ONE-ITEM
                    END-IF
                END-IF
            END-IF
            PERFORM 1210-READ-BACKDATED
            .
      *
       1230-SET-ITEM-DIRECTION.
      *
      *decides which way the item moved the balance . a transfer leg
      *or reversal listed before its direction was carried cannot be
      *told, and is counted with the items that moved no money
      *
            MOVE SPACE TO WS-BKD-DIRECTION
            EVALUATE BKD-TYPE
                WHEN "C"
                    SET BKD-RAISES-BAL TO TRUE
                WHEN "D"
                WHEN "E"
                    SET BKD-LOWERS-BAL TO TRUE
                WHEN "T"
                    IF BKD-ORIG-TYPE = "C"
                        SET BKD-RAISES-BAL TO TRUE
                    END-IF
                    IF BKD-ORIG-TYPE = "D"
                        SET BKD-LOWERS-BAL TO TRUE
                    END-IF
                WHEN "R"
                    IF BKD-ORIG-TYPE = "D"
                        SET BKD-RAISES-BAL TO TRUE
                    END-IF
                    IF BKD-ORIG-TYPE = "C"
                        SET BKD-LOWERS-BAL TO TRUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *
       1240-FILE-ONE-ITEM.
      *
      *files one item to be re-accrued with its signed effect
      *
            IF WS-BKD-COUNT >= 2000
                MOVE "MORE THAN 2000 BACKDATED ITEMS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF BKD-RAISES-BAL
                MOVE BKD-AMOUNT TO WS-BKD-EFFECT
            ELSE
                COMPUTE WS-BKD-EFFECT = 0 - BKD-AMOUNT
            END-IF
            ADD 1 TO WS-BKD-COUNT
            SET WS-BKD-IDX TO WS-BKD-COUNT
            MOVE BKD-ACCT-NO TO WS-BI-ACCT-NO(WS-BKD-IDX)
            MOVE BKD-EFF-DATE TO WS-BI-EFF-DATE(WS-BKD-IDX)
            MOVE WS-BKD-EFF-INT TO WS-BI-EFF-INT(WS-BKD-IDX)
            MOVE WS-BKD-EFFECT TO WS-BI-EFFECT(WS-BKD-IDX)
            MOVE "N" TO WS-BI-TAKEN(WS-BKD-IDX)
            .
      *
       150-RELEASE-AFFECTED-HISTORY.
      *
      *is the sort input procedure . releases every posted row of an
      *account with an item to re-accrue -- rows after the period
      *too, since the first of them fixes the period-end balance of
      *an account that did not post inside the period
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 155-READ-HISTORY
            PERFORM 160-RELEASE-ONE-ROW
                UNTIL END-OF-HISTORY
            CLOSE POSTED-HISTORY
            .
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
            END-READ
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       160-RELEASE-ONE-ROW.
      *
      *releases one row when its account has an item to re-accrue
      *
            SET WS-BKD-IDX TO 1
            SEARCH WS-BKD-ENTRY
                AT END
                    CONTINUE
                WHEN WS-BKD-IDX > WS-BKD-COUNT
                    CONTINUE
                WHEN WS-BI-ACCT-NO(WS-BKD-IDX) = HIS-ACCT-NO
                    RELEASE HIST-SORT-REC FROM POSTED-HISTORY-REC
            END-SEARCH
            PERFORM 155-READ-HISTORY
            .
      *
       250-ADJUST-ALL-ACCOUNTS.
      *
      *is the sort output procedure . walks the sorted rows account
      *by account against the certified master in ascending account
      *order
      *
            PERFORM 255-RETURN-NEXT-ROW
            PERFORM 200-READ-MASTER
            PERFORM 260-ADJUST-COMPARE-RTN
                UNTIL HS-ACCT-NO = HIGH-VALUES
            .
      *
       255-RETURN-NEXT-ROW.
      *
      *returns the next sorted history row
      *
            RETURN HIST-SORT-FILE
                AT END MOVE HIGH-VALUES TO HS-ACCT-NO
            END-RETURN
            .
      *
       200-READ-MASTER.
      *
      *reads the next certified new-master record
      *
            READ NEW-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       260-ADJUST-COMPARE-RTN.
      *
      *brings the master up to the account in hand . an account no
      *longer on the master was closed after the period and has
      *nothing left to post an adjustment to
      *
            PERFORM 200-READ-MASTER
                UNTIL NM-ACCT-NO NOT < HS-ACCT-NO
            MOVE HS-ACCT-NO TO WS-CUR-ACCT
            MOVE ZERO TO WS-ACCT-ITEM-CNT
            IF NM-ACCT-NO = HS-ACCT-NO
                PERFORM 300-ADJUST-ONE-ACCOUNT
            ELSE
                PERFORM 303-SKIP-CLOSED-ACCOUNT
            END-IF
            .
      *
       303-SKIP-CLOSED-ACCOUNT.
      *
      *lists a closed account's items as not adjusted and counts
      *past its rows
      *
            PERFORM 330-TAKE-ONE-ITEM
                VARYING WS-BKD-IDX FROM 1 BY 1
                UNTIL WS-BKD-IDX > WS-BKD-COUNT
            PERFORM 255-RETURN-NEXT-ROW
                UNTIL HS-ACCT-NO NOT = WS-CUR-ACCT
            ADD 1 TO WS-CLOSED-CNT
            MOVE ZERO TO WS-OLD-INT
            MOVE ZERO TO WS-NEW-INT
            MOVE ZERO TO WS-DIFF-INT
            MOVE "CLOSED" TO WS-ADJ-FLAG
            MOVE SPACES TO WS-CUR-NAME
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE 4 TO RETURN-CODE
            .
      *
       300-ADJUST-ONE-ACCOUNT.
      *
      *is performed from 260-adjust-compare-rtn . rebuilds the
      *balance-days pgm63 accrued on, lays the account's backdated
      *items over them from their effective dates, accrues both at
      *the product's rates in force and posts the difference
      *
            ADD 1 TO WS-ACCT-CNT
            MOVE NM-CUST-NAME TO WS-CUR-NAME
            MOVE "N" TO WS-PROD-FOUND
            PERFORM 306-FIND-PRODUCT
                VARYING WS-PROD-IDX FROM 1 BY 1
                UNTIL WS-PROD-IDX > WS-PROD-COUNT
                    OR PRODUCT-FOUND
            PERFORM 311-SET-ACCOUNT-SEGMENTS
            PERFORM 301-BUILD-OLD-BALANCE-DAYS
            PERFORM 330-TAKE-ONE-ITEM
                VARYING WS-BKD-IDX FROM 1 BY 1
                UNTIL WS-BKD-IDX > WS-BKD-COUNT
            MOVE ZERO TO WS-OLD-INT
            MOVE ZERO TO WS-NEW-INT
            IF PRODUCT-NOT-FOUND
                ADD 1 TO WS-NO-PROD-CNT
                MOVE "NO PROD" TO WS-ADJ-FLAG
            ELSE
                PERFORM 340-ACCRUE-OLD-INTEREST
                PERFORM 345-ACCRUE-NEW-INTEREST
            END-IF
            COMPUTE WS-DIFF-INT = WS-NEW-INT - WS-OLD-INT
            EVALUATE TRUE
                WHEN PRODUCT-NOT-FOUND
                    CONTINUE
                WHEN WS-DIFF-INT > 0
                    MOVE WS-DIFF-INT TO WS-ADJ-AMT
                    PERFORM 320-WRITE-ADJUST-CREDIT
                    MOVE "CR" TO WS-ADJ-FLAG
                WHEN WS-DIFF-INT < 0
                    COMPUTE WS-ADJ-AMT = 0 - WS-DIFF-INT
                    PERFORM 325-WRITE-ADJUST-DEBIT
                    MOVE "DR" TO WS-ADJ-FLAG
                WHEN OTHER
                    ADD 1 TO WS-NO-CHANGE-CNT
                    MOVE "NO CHG" TO WS-ADJ-FLAG
            END-EVALUATE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       306-FIND-PRODUCT.
      *
      *tests one product-table entry for the account in hand's
      *product code, remembering the matching slot
      *
            IF WS-PROD-CODE(WS-PROD-IDX) = NM-PRODUCT
                SET PRODUCT-FOUND TO TRUE
                SET WS-PROD-HIT TO WS-PROD-IDX
            END-IF
            .
      *
       311-SET-ACCOUNT-SEGMENTS.
      *
      *lays the account's product's rate segments over the period as
      *day-number bounds . an account whose product the master does
      *not know has the one segment spanning the period
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
                MOVE WS-PER-START-INT TO WS-SEG-START-INT(WS-SEG-SUB)
            ELSE
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
            MOVE ZERO TO WS-SEG-OLD-WT(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-NEW-WT(WS-SEG-SUB)
            .
      *
       301-BUILD-OLD-BALANCE-DAYS.
      *
      *walks the account's sorted history rows, banking each
      *standing balance for the days it stood inside the period,
      *then banks the tail from the last posting day to the period
      *end
      *
            MOVE ZERO TO WS-CUR-BAL
            MOVE "N" TO WS-OPEN-SEEN
            MOVE WS-PER-START-INT TO WS-CUR-DAY-INT
            PERFORM 302-FOLD-ONE-HIST-ROW
                UNTIL HS-ACCT-NO NOT = WS-CUR-ACCT
            MOVE WS-CUR-DAY-INT TO WS-SPAN-FROM-INT
            COMPUTE WS-SPAN-TO-INT = WS-PER-END-INT + 1
            PERFORM 308-BANK-OLD-SPAN
                VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-CNT
            .
      *
       302-FOLD-ONE-HIST-ROW.
      *
      *folds one history row into the reconstruction . a pre-period
      *row only refreshes the opening balance ; an in-period row
      *first banks the standing balance for the days it stood, then
      *takes over from its own posting day . a row after the period
      *only fixes the balance when nothing up to the period end did,
      *back-computed from its own recorded result -- pgm63 never saw
      *it
      *
            EVALUATE TRUE
                WHEN HS-RUN-DATE < PRM-PER-START
                    MOVE HS-RESULT-BAL TO WS-CUR-BAL
                    MOVE "Y" TO WS-OPEN-SEEN
                WHEN HS-RUN-DATE NOT > PRM-PER-END
                    IF WS-OPEN-SEEN = "N"
                        PERFORM 304-BACK-COMPUTE-OPENING
                        MOVE "Y" TO WS-OPEN-SEEN
                    END-IF
                    COMPUTE WS-ROW-DAY-INT =
                            FUNCTION INTEGER-OF-DATE(HS-RUN-DATE)
                    IF WS-ROW-DAY-INT > WS-CUR-DAY-INT
                        MOVE WS-CUR-DAY-INT TO WS-SPAN-FROM-INT
                        MOVE WS-ROW-DAY-INT TO WS-SPAN-TO-INT
                        PERFORM 308-BANK-OLD-SPAN
                            VARYING WS-SEG-SUB FROM 1 BY 1
                            UNTIL WS-SEG-SUB > WS-SEG-CNT
                        MOVE WS-ROW-DAY-INT TO WS-CUR-DAY-INT
                    END-IF
                    MOVE HS-RESULT-BAL TO WS-CUR-BAL
                WHEN WS-OPEN-SEEN = "N"
                    PERFORM 304-BACK-COMPUTE-OPENING
                    MOVE "Y" TO WS-OPEN-SEEN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM 255-RETURN-NEXT-ROW
            .
      *
       304-BACK-COMPUTE-OPENING.
      *
      *the balance before the row in hand is its recorded result
      *less its own effect . a reversal's direction is not carried
      *on history, so a balance rebuilt across one takes the result
      *as it stands, as pgm63 does
      *
            EVALUATE HS-TYPE
                WHEN "D"
                    COMPUTE WS-CUR-BAL =
                            HS-RESULT-BAL + HS-AMOUNT
                WHEN "C"
                    COMPUTE WS-CUR-BAL =
                            HS-RESULT-BAL - HS-AMOUNT
                WHEN OTHER
                    MOVE HS-RESULT-BAL TO WS-CUR-BAL
            END-EVALUATE
            .
      *
       308-BANK-OLD-SPAN.
      *
      *banks the standing balance for the part of the span from
      *ws-span-from-int up to (not including) ws-span-to-int that
      *overlaps one rate segment, into the old balance-days
      *
            PERFORM 309-OVERLAP-SEGMENT
            IF WS-OVERLAP-TO > WS-OVERLAP-FROM
                COMPUTE WS-SEG-OLD-WT(WS-SEG-SUB) =
                        WS-SEG-OLD-WT(WS-SEG-SUB)
                        + WS-CUR-BAL *
                          (WS-OVERLAP-TO - WS-OVERLAP-FROM)
            END-IF
            .
      *
       309-OVERLAP-SEGMENT.
      *
      *clips the span to one rate segment's days
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
            .
      *
       330-TAKE-ONE-ITEM.
      *
      *takes one listed item when it is the account in hand's,
      *marking it so it is not reported as unmatched . on an open
      *account the corrected balance-days start as the old ones the
      *first time, and the item then stands on the balance from its
      *effective date to the period end
      *
            IF WS-BI-ACCT-NO(WS-BKD-IDX) = WS-CUR-ACCT
                MOVE "Y" TO WS-BI-TAKEN(WS-BKD-IDX)
                ADD 1 TO WS-ACCT-ITEM-CNT
                IF NM-ACCT-NO = WS-CUR-ACCT
                    IF WS-ACCT-ITEM-CNT = 1
                        PERFORM 331-COPY-OLD-WEIGHT
                            VARYING WS-SEG-SUB FROM 1 BY 1
                            UNTIL WS-SEG-SUB > WS-SEG-CNT
                    END-IF
                    MOVE WS-BI-EFF-INT(WS-BKD-IDX) TO WS-SPAN-FROM-INT
                    COMPUTE WS-SPAN-TO-INT = WS-PER-END-INT + 1
                    PERFORM 332-BANK-ITEM-SPAN
                        VARYING WS-SEG-SUB FROM 1 BY 1
                        UNTIL WS-SEG-SUB > WS-SEG-CNT
                END-IF
            END-IF
            .
      *
       331-COPY-OLD-WEIGHT.
      *
      *starts one segment's corrected balance-days from the old
      *
            MOVE WS-SEG-OLD-WT(WS-SEG-SUB) TO WS-SEG-NEW-WT(WS-SEG-SUB)
            .
      *
       332-BANK-ITEM-SPAN.
      *
      *banks the item's effect for the days it should have stood
      *inside one rate segment into the corrected balance-days
      *
            PERFORM 309-OVERLAP-SEGMENT
            IF WS-OVERLAP-TO > WS-OVERLAP-FROM
                COMPUTE WS-SEG-NEW-WT(WS-SEG-SUB) =
                        WS-SEG-NEW-WT(WS-SEG-SUB)
                        + WS-BI-EFFECT(WS-BKD-IDX) *
                          (WS-OVERLAP-TO - WS-OVERLAP-FROM)
            END-IF
            .
      *
       340-ACCRUE-OLD-INTEREST.
      *
      *accrues the old balance-days segment by segment, as pgm63 did
      *
            MOVE ZERO TO WS-CR-INT-AMT
            MOVE ZERO TO WS-DR-INT-AMT
            PERFORM 341-USE-OLD-WEIGHT
                VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-CNT
            COMPUTE WS-OLD-INT = WS-CR-INT-AMT - WS-DR-INT-AMT
            .
      *
       341-USE-OLD-WEIGHT.
      *
      *accrues one segment on its old balance-days
      *
            MOVE WS-SEG-OLD-WT(WS-SEG-SUB) TO WS-SEG-WEIGHT(WS-SEG-SUB)
            PERFORM 312-ACCRUE-ONE-SEGMENT
            .
      *
       345-ACCRUE-NEW-INTEREST.
      *
      *accrues the corrected balance-days segment by segment at the
      *same rates
      *
            MOVE ZERO TO WS-CR-INT-AMT
            MOVE ZERO TO WS-DR-INT-AMT
            PERFORM 346-USE-NEW-WEIGHT
                VARYING WS-SEG-SUB FROM 1 BY 1
                UNTIL WS-SEG-SUB > WS-SEG-CNT
            COMPUTE WS-NEW-INT = WS-CR-INT-AMT - WS-DR-INT-AMT
            .
      *
       346-USE-NEW-WEIGHT.
      *
      *accrues one segment on its corrected balance-days
      *
            MOVE WS-SEG-NEW-WT(WS-SEG-SUB) TO WS-SEG-WEIGHT(WS-SEG-SUB)
            PERFORM 312-ACCRUE-ONE-SEGMENT
            .
      *
       312-ACCRUE-ONE-SEGMENT.
      *
      *the segment's share of the period's average balance accrues
      *at the rates in force over its days ; the segment's own daily
      *average picks the tier and decides whether it sat overdrawn --
      *the same rule pgm63's 312-accrue-one-segment applies
      *
            COMPUTE WS-SEG-SHARE(WS-SEG-SUB) ROUNDED =
                    WS-SEG-WEIGHT(WS-SEG-SUB) / WS-PER-DAYS
            MOVE ZERO TO WS-SEG-AVG(WS-SEG-SUB)
            IF WS-SEG-DAYS(WS-SEG-SUB) > 0
                COMPUTE WS-SEG-AVG(WS-SEG-SUB) ROUNDED =
                        WS-SEG-WEIGHT(WS-SEG-SUB)
                        / WS-SEG-DAYS(WS-SEG-SUB)
            END-IF
            MOVE ZERO TO WS-SEG-RATE(WS-SEG-SUB)
            MOVE ZERO TO WS-SEG-INT(WS-SEG-SUB)
            IF WS-SEG-AVG(WS-SEG-SUB) < 0
                PERFORM 307-ACCRUE-NEGATIVE-SEG
            ELSE
                PERFORM 305-ACCRUE-POSITIVE-SEG
            END-IF
            .
      *
       307-ACCRUE-NEGATIVE-SEG.
      *
      *an overdrawn segment is charged at the product's overdraft
      *rate in force over it
      *
            MOVE WS-PROD-OD-RATE(WS-PROD-HIT WS-SEG-SUB)
                TO WS-SEG-RATE(WS-SEG-SUB)
            COMPUTE WS-SEG-INT(WS-SEG-SUB) ROUNDED =
                    (0 - WS-SEG-SHARE(WS-SEG-SUB)) *
                    WS-SEG-RATE(WS-SEG-SUB)
            ADD WS-SEG-INT(WS-SEG-SUB) TO WS-DR-INT-AMT
            .
      *
       305-ACCRUE-POSITIVE-SEG.
      *
      *a segment not overdrawn earns at the tier of the product's
      *tier set in force over it . a balance outside every tier is
      *fatal, as in pgm63
      *
            MOVE "N" TO WS-TIER-FOUND
            PERFORM 310-FIND-TIER
                VARYING WS-TIER-SUB FROM 1 BY 1
                UNTIL WS-TIER-SUB > 4 OR TIER-FOUND
            IF TIER-NOT-FOUND
                MOVE "FIND RATE TIER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD WS-SEG-INT(WS-SEG-SUB) TO WS-CR-INT-AMT
            .
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
      *
       320-WRITE-ADJUST-CREDIT.
      *
      *writes one "c" adjustment credit in trans-rec layout,
      *effective-dated with the parameter card's business day
      *
            MOVE SPACES TO ADJUST-TRANS-REC
            MOVE NM-ACCT-NO TO AT-ACCT-NO
            MOVE WS-ADJ-AMT TO AT-AMOUNT
            MOVE "C" TO AT-TYPE
            MOVE PRM-EFF-DATE TO AT-EFF-DATE
            WRITE ADJUST-TRANS-REC
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE ADJUST-TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CREDIT-CNT
            ADD WS-ADJ-AMT TO WS-CREDIT-TOTAL
            .
      *
       325-WRITE-ADJUST-DEBIT.
      *
      *writes one "d" adjustment debit in trans-rec layout,
      *effective-dated with the parameter card's business day
      *
            MOVE SPACES TO ADJUST-TRANS-REC
            MOVE NM-ACCT-NO TO AT-ACCT-NO
            MOVE WS-ADJ-AMT TO AT-AMOUNT
            MOVE "D" TO AT-TYPE
            MOVE PRM-EFF-DATE TO AT-EFF-DATE
            WRITE ADJUST-TRANS-REC
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE ADJUST-TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DEBIT-CNT
            ADD WS-ADJ-AMT TO WS-DEBIT-TOTAL
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one register line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-CUR-ACCT TO DL-ACCT-NO
            MOVE WS-CUR-NAME TO DL-CUST-NAME
            MOVE WS-OLD-INT TO DL-OLD-INT
            MOVE WS-NEW-INT TO DL-NEW-INT
            MOVE WS-DIFF-INT TO DL-DIFF-INT
            MOVE WS-ACCT-ITEM-CNT TO DL-ITEMS
            MOVE WS-ADJ-FLAG TO DL-ADJ-FLAG
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *three heading lines followed by a blank line
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
       700-REPORT-NO-HISTORY.
      *
      *lists one item whose account never came through the sort --
      *no history row is left for it in the retention window, so
      *neither the old nor the corrected average can be rebuilt
      *
            IF WS-BI-TAKEN(WS-BKD-IDX) = "N"
                MOVE WS-BI-ACCT-NO(WS-BKD-IDX) TO WS-CUR-ACCT
                MOVE SPACES TO WS-CUR-NAME
                MOVE ZERO TO WS-OLD-INT
                MOVE ZERO TO WS-NEW-INT
                MOVE ZERO TO WS-DIFF-INT
                MOVE 1 TO WS-ACCT-ITEM-CNT
                MOVE "NO HIST" TO WS-ADJ-FLAG
                PERFORM 400-PRINT-DETAIL-RTN
                ADD 1 TO WS-NO-HIST-CNT
                MOVE 4 TO RETURN-CODE
            END-IF
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the adjustment totals block so the posting day can be
      *tied out against the register
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CREDITS " WS-CREDIT-CNT
                   "  CREDIT ADJUSTMENT " WS-CREDIT-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DEBITS  " WS-DEBIT-CNT
                   "  DEBIT ADJUSTMENT  " WS-DEBIT-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "BACKDATED ITEMS READ ...: " WS-BKD-READ-CNT
            DISPLAY "  OUTSIDE THE PERIOD ...: " WS-BKD-OUT-PER-CNT
            DISPLAY "  POSTED IN THE PERIOD .: " WS-BKD-IN-PER-CNT
            DISPLAY "  NO MONEY MOVED .......: " WS-BKD-NO-MONEY-CNT
            DISPLAY "  RE-ACCRUED ...........: " WS-BKD-COUNT
            DISPLAY "HISTORY ROWS READ ......: " WS-HIS-READ-CNT
            DISPLAY "ACCOUNTS RE-ACCRUED ....: " WS-ACCT-CNT
            DISPLAY "ADJUSTMENT CREDITS .....: " WS-CREDIT-CNT
            DISPLAY "CREDIT ADJUSTMENT TOTAL : " WS-CREDIT-TOTAL
            DISPLAY "ADJUSTMENT DEBITS ......: " WS-DEBIT-CNT
            DISPLAY "DEBIT ADJUSTMENT TOTAL .: " WS-DEBIT-TOTAL
            DISPLAY "NO CHANGE ACCOUNTS .....: " WS-NO-CHANGE-CNT
            DISPLAY "UNKNOWN-PRODUCT ACCTS ..: " WS-NO-PROD-CNT
            DISPLAY "CLOSED ACCOUNTS ........: " WS-CLOSED-CNT
            DISPLAY "ITEMS WITH NO HISTORY ..: " WS-NO-HIST-CNT
            DISPLAY "PERIOD ADJUSTED ........: " PRM-PER-START
                    " - " PRM-PER-END
            IF RETURN-CODE = 4
                DISPLAY "RESULT: ITEMS LEFT UNADJUSTED - SEE REGISTER"
            END-IF
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs the two tables' loads against their ceilings on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the calls leave a return code of their own behind, so the
      *run's is put back after them
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM126" TO CAP-PROGRAM
            MOVE "PRODUCTS" TO CAP-TABLE
            MOVE 50 TO CAP-CEILING
            MOVE WS-PROD-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "BKDT ITEMS" TO CAP-TABLE
            MOVE 2000 TO CAP-CEILING
            MOVE WS-BKD-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE NEW-MASTER
             PARAM-FILE
             ADJUST-TRANS-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad parameter card,
      *an overfull table or a balance outside every tier, instead of
      *posting adjustments that cannot be tied out
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM126 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NEW-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (PARAM-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (ADJUST-TRANS-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PRODUCT-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (POSTED-HISTORY): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (BACKDATED-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
