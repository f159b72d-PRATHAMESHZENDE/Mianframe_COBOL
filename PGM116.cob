       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM116.
      *MONTHLY BRANCH PERFORMANCE AND PRODUCT MIX : PGM77 AND PGM90
      *SHOW A BRANCH ITS DAY, BUT NOTHING SHOWED IT ITS MONTH . RUN
      *ONCE AFTER MONTH END, THIS PROGRAM TOTALS BY BRANCH AND
      *PRODUCT, FOR THE REPORT MONTH :
      *  - THE MONTH-END BALANCE AND ACCOUNT COUNT, FROM THE NEW-
      *    MASTER GENERATION CERTIFIED ON THE MONTH'S LAST BUSINESS
      *    DAY ;
      *  - ACCOUNTS OPENED (OPENREG, WRITTEN BY PGM58) AND CLOSED
      *    (CLOSEREG, WRITTEN BY PGM52) IN THE MONTH ;
      *  - INTEREST PAID (POSTHIST ACCRUAL CREDITS, SOURCE "A", AND
      *    BACK-VALUED INTEREST ADJUSTMENT CREDITS, SOURCE "V") AND
      *    FEES EARNED (POSTHIST DEBITS FROM THE FEE, NSF FEE AND
      *    LOAN FEE SOURCES "F", "N" AND "L") ;
      *  - SUSPENSE ITEMS RAISED (SUSPHIST) AND POSTINGS BY TYPE
      *    (CREDIT, DEBIT, TRANSFER, REVERSAL) FROM POSTHIST .
      *AN ACCOUNT IS COUNTED UNDER THE BRANCH AND PRODUCT IT CARRIES
      *ON THE MONTH-END MASTER ; ONE CLOSED DURING THE MONTH IS
      *COUNTED UNDER THE BRANCH AND PRODUCT ON ITS CLOSEREG ROW .
      *EVERY FIGURE IS SHOWN WITH ITS CHANGE ON THE PRIOR MONTH AND
      *ON THE SAME MONTH LAST YEAR, TAKEN FROM MISHIST, THE HISTORY
      *OF EARLIER MONTHS' FIGURES THIS RUN APPENDS TO . THE BRANCHES
      *ARE THEN RANKED BY MONTH-END BALANCE, AND EVERY BRANCH AND
      *PRODUCT'S FIGURES ARE WRITTEN TO MISEXTR FOR FINANCE . THE
      *REPORT MONTH IS THE MISPARM CARD'S YYYYMM, OR THE MONTH OF
      *THE BUSINESS DATE WHEN THE CARD IS ABSENT OR BLANK
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
           SELECT POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL SUSPENSE-HISTORY ASSIGN TO "SUSPHIST"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CLOSED-REGISTER ASSIGN TO "CLOSEREG"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OPEN-REGISTER ASSIGN TO "OPENREG"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "MISPARM"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL MIS-HISTORY ASSIGN TO "MISHIST"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MIS-EXTRACT ASSIGN TO "MISEXTR"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "MISRPT"
            FILE STATUS IS WS-STATUS10
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EVENT-SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT MIX-SORT-FILE ASSIGN TO "SORTWK2".
      *
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK3".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NEW-MASTER.
      *     MUST STAY IN SYNC WITH PGM52.COB'S NEW-MASTER-REC LAYOUT
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
      *     THE POSTED-TRANSACTION HISTORY . MUST STAY IN SYNC WITH
      *     PGM52.COB'S POSTED-HISTORY-REC LAYOUT
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
            05 HIS-SOURCE     PIC X(1).
            05 HIS-XFER-ACCT  PIC X(5).
            05 HIS-CYCLE-NO   PIC 9(2).
            05 HIS-ORIG-TYPE  PIC X(1).
            05 FILLER         PIC X(35).
      *
       FD SUSPENSE-HISTORY.
      *     EVERY SUSPENSE ROW PGM52 HAS ROUTED, APPENDED NIGHTLY FROM
      *     THE DAY'S SUSPFILE . MUST STAY IN SYNC WITH PGM52.COB'S
      *     SUSPENSE-REC LAYOUT
       01 SUSPENSE-REC.
           05 SUS-ACCT-NO    PIC X(5).
            05 SUS-AMOUNT     PIC 9(7)V99.
            05 SUS-TYPE       PIC X(1).
            05 SUS-REASON     PIC X(20).
            05 SUS-RUN-DATE   PIC 9(8).
            05 SUS-RUN-TIME   PIC 9(8).
            05 SUS-ORIGIN     PIC X(20).
            05 SUS-ORIG-TYPE  PIC X(1).
            05 SUS-ORIG-DATE  PIC 9(8).
            05 SUS-BRANCH-ID  PIC X(3).
            05 SUS-TELLER-ID  PIC X(4).
            05 SUS-XFER-ACCT  PIC X(5).
            05 SUS-SOURCE     PIC X(1).
            05 FILLER         PIC X(6).
      *
       FD CLOSED-REGISTER.
      *     THE PERMANENT CLOSED-ACCOUNT REGISTER PGM52 APPENDS TO .
      *     MUST STAY IN SYNC WITH PGM52.COB'S CLOSED-REGISTER-REC
      *     LAYOUT
       01 CLOSED-REGISTER-REC.
           05 CLO-ACCT-NO    PIC X(5).
            05 CLO-FINAL-BAL  PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 CLO-CLOSE-DATE PIC 9(8).
            05 CLO-BRANCH     PIC X(3).
            05 CLO-CUST-NAME  PIC X(20).
            05 CLO-PRODUCT    PIC X(2).
            05 FILLER         PIC X(32).
      *
       FD OPEN-REGISTER.
      *     THE PERMANENT OPENED-ACCOUNT REGISTER PGM58 APPENDS TO .
      *     MUST STAY IN SYNC WITH PGM58.COB'S OPEN-REGISTER-REC
      *     LAYOUT
       01 OPEN-REGISTER-REC.
           05 OR-ACCT-NO     PIC X(5).
            05 OR-OPEN-BAL    PIC 9(7)V99.
            05 OR-OPEN-DATE   PIC 9(8).
            05 OR-BRANCH      PIC X(3).
            05 OR-TELLER-ID   PIC X(4).
            05 FILLER         PIC X(51).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PARAM-FILE.
      *     OPTIONAL ONE-CARD OVERRIDE : COLUMNS 1-6 THE REPORT MONTH
      *     AS YYYYMM, TO RERUN AN EARLIER MONTH . ABSENT OR BLANK
      *     MEANS THE MONTH OF THE BUSINESS DATE
       01 PARAM-REC.
           05 PRM-MONTH-X    PIC X(6).
            05 PRM-MONTH REDEFINES PRM-MONTH-X PIC 9(6).
            05 FILLER         PIC X(74).
      *
       FD MIS-HISTORY.
      *     ONE ROW PER MONTH, BRANCH AND PRODUCT : THE FIGURES EACH
      *     EARLIER RUN REPORTED . READ FOR THE PRIOR MONTH AND THE
      *     SAME MONTH LAST YEAR, THEN APPENDED WITH THIS MONTH'S
       01 MIS-HISTORY-REC.
           05 MH-MONTH-X     PIC X(6).
            05 MH-MONTH REDEFINES MH-MONTH-X PIC 9(6).
            05 MH-BRANCH      PIC X(3).
            05 MH-PRODUCT     PIC X(2).
            05 MH-FIGURES     PIC X(92).
            05 FILLER         PIC X(17).
      *
       FD MIS-EXTRACT.
      *     THE FINANCE EXTRACT : ONE ROW PER BRANCH AND PRODUCT
      *     CARRYING THIS MONTH'S FIGURES, THE PRIOR MONTH'S AND LAST
      *     YEAR'S (ZERO, WITH ITS SWITCH "N", WHEN NOT ON MISHIST)
       01 MIS-EXTRACT-REC.
           05 EX-MONTH       PIC 9(6).
            05 EX-BRANCH      PIC X(3).
            05 EX-PRODUCT     PIC X(2).
            05 EX-PRV-SW      PIC X(1).
            05 EX-LYR-SW      PIC X(1).
            05 EX-PERIOD      PIC X(92) OCCURS 3 TIMES.
            05 FILLER         PIC X(11).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD EVENT-SORT-FILE.
      *     ONE ROW PER MONTH EVENT : "0" CLOSED, "1" OPENED, "2"
      *     POSTED, "3" SUSPENDED . SORTED BY ACCOUNT SO THE EVENTS
      *     MATCH AGAINST THE NEW-MASTER ; A CLOSURE SORTS FIRST SO IT
      *     NAMES THE BRANCH AND PRODUCT OF AN ACCOUNT NO LONGER THERE
       01 EVENT-REC.
           05 EV-ACCT-NO    PIC X(5).
            05 EV-KIND       PIC X(1).
               88 EV-CLOSURE      VALUE "0".
               88 EV-OPENING      VALUE "1".
               88 EV-POSTING      VALUE "2".
               88 EV-SUSPENSE     VALUE "3".
            05 EV-TYPE       PIC X(1).
            05 EV-SOURCE     PIC X(1).
               88 EV-INTEREST-SOURCE VALUE "A" "V".
               88 EV-FEE-SOURCE      VALUE "F" "L" "N".
            05 EV-AMOUNT     PIC 9(7)V99.
            05 EV-BRANCH     PIC X(3).
            05 EV-PRODUCT    PIC X(2).
            05 FILLER        PIC X(8).
      *
       SD MIX-SORT-FILE.
      *     ONE ROW PER BRANCH AND PRODUCT TABLED, POINTING BACK AT
      *     ITS TABLE ENTRY, SORTED INTO REPORT ORDER
       01 MIX-REC.
           05 MX-BRANCH     PIC X(3).
            05 MX-PRODUCT    PIC X(2).
            05 MX-SUB        PIC 9(3).
      *
       SD RANK-SORT-FILE.
      *     ONE ROW PER BRANCH, SORTED LARGEST MONTH-END BALANCE FIRST
       01 RANK-REC.
           05 RK-BALANCE    PIC S9(11)V99.
            05 RK-BRANCH     PIC X(3).
            05 RK-SUB        PIC 9(3).
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
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-STATUS10  PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
       01 WS-EOF-SW2         PIC X(1) VALUE "N".
           88 END-OF-FILE2       VALUE "Y".
      *
      *THE REPORT MONTH, THE MONTHS IT IS COMPARED WITH, AND THE
      *FIRST AND LAST DAYS A RUN DATE MAY CARRY TO FALL IN IT
       01 WS-REPORT-MONTH    PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR      PIC 9(4).
            05 WS-RM-MON       PIC 9(2).
       01 WS-PRIOR-MONTH     PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PM-YEAR      PIC 9(4).
            05 WS-PM-MON       PIC 9(2).
       01 WS-LASTYR-MONTH    PIC 9(6) VALUE ZERO.
       01 WS-LASTYR-MONTH-R REDEFINES WS-LASTYR-MONTH.
           05 WS-LY-YEAR      PIC 9(4).
            05 WS-LY-MON       PIC 9(2).
       01 WS-MONTH-FIRST     PIC 9(8) VALUE ZERO.
       01 WS-MONTH-LAST      PIC 9(8) VALUE ZERO.
      *
      *A RERUN OF A MONTH ALREADY ON MISHIST REPORTS AGAIN BUT DOES
      *NOT APPEND A SECOND COPY OF ITS FIGURES
       01 WS-ON-FILE-SW      PIC X(1) VALUE "N".
           88 MONTH-ON-FILE      VALUE "Y".
      *
      *THE ELEVEN FIGURES, IN THE ORDER EVERY PERIOD OF THE TABLE,
      *THE HISTORY ROW AND THE EXTRACT CARRY THEM . KIND "M" IS
      *MONEY, "C" A COUNT
       01 WS-FIG-NAMES.
           05 FILLER PIC X(19) VALUE "MMONTH-END BALANCE".
            05 FILLER PIC X(19) VALUE "CACCOUNTS".
            05 FILLER PIC X(19) VALUE "CACCOUNTS OPENED".
            05 FILLER PIC X(19) VALUE "CACCOUNTS CLOSED".
            05 FILLER PIC X(19) VALUE "MINTEREST PAID".
            05 FILLER PIC X(19) VALUE "MFEES EARNED".
            05 FILLER PIC X(19) VALUE "CSUSPENSE ITEMS".
            05 FILLER PIC X(19) VALUE "CCREDITS POSTED".
            05 FILLER PIC X(19) VALUE "CDEBITS POSTED".
            05 FILLER PIC X(19) VALUE "CTRANSFERS POSTED".
            05 FILLER PIC X(19) VALUE "CREVERSALS POSTED".
       01 WS-FIG-TABLE REDEFINES WS-FIG-NAMES.
           05 WS-FIG-ENTRY OCCURS 11 TIMES.
               10 WS-FIG-KIND     PIC X(1).
                   88 MONEY-FIGURE    VALUE "M".
               10 WS-FIG-LABEL    PIC X(18).
      *
      *ONE BRANCH AND PRODUCT'S FIGURES AS THEY GO TO MISHIST AND
      *MISEXTR
       01 WS-ROW-FIGURES.
           05 WR-BALANCE      PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 WR-ACCT-CNT     PIC 9(7).
            05 WR-OPEN-CNT     PIC 9(7).
            05 WR-CLOSE-CNT    PIC 9(7).
            05 WR-INTEREST     PIC 9(9)V99.
            05 WR-FEES         PIC 9(9)V99.
            05 WR-SUSP-CNT     PIC 9(7).
            05 WR-CR-CNT       PIC 9(7).
            05 WR-DR-CNT       PIC 9(7).
            05 WR-XF-CNT       PIC 9(7).
            05 WR-RV-CNT       PIC 9(7).
      *
      *EVERY BRANCH AND PRODUCT SEEN, WITH ITS FIGURES FOR THE
      *REPORT MONTH (PERIOD 1), THE PRIOR MONTH (2) AND THE SAME
      *MONTH LAST YEAR (3) . MORE THAN 500 IS TREATED AS FATAL
       01 WS-MIS-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-MIS-TABLE.
           05 WS-MIS-ENTRY OCCURS 500 TIMES
                   INDEXED BY MS-IDX.
               10 WS-MIS-BRANCH     PIC X(3).
               10 WS-MIS-PRODUCT    PIC X(2).
               10 WS-MIS-PRV-SW     PIC X(1).
               10 WS-MIS-LYR-SW     PIC X(1).
               10 WS-MIS-FIGS.
                   15 WS-MIS-PERIOD OCCURS 3 TIMES.
                       20 WS-MIS-VAL PIC S9(11)V99 OCCURS 11 TIMES.
       01 WS-MS-SUB          PIC 9(3) VALUE ZERO.
       01 WS-KEY-BRANCH      PIC X(3) VALUE SPACES.
       01 WS-KEY-PRODUCT     PIC X(2) VALUE SPACES.
       01 WS-ENTRY-FOUND     PIC X(1) VALUE "N".
           88 ENTRY-FOUND        VALUE "Y".
           88 ENTRY-NOT-FOUND    VALUE "N".
       01 WS-PD-SUB          PIC 9(1) VALUE ZERO.
       01 WS-FG-SUB          PIC 9(2) VALUE ZERO.
      *
      *THE BLOCK BEING PRINTED, AND THE BRANCH AND GRAND TOTALS IT
      *ROLLS INTO . ALL THREE ARE SHAPED LIKE A TABLE ENTRY'S
      *FIGURES
       01 WS-BLK-PRV-SW      PIC X(1) VALUE "N".
       01 WS-BLK-LYR-SW      PIC X(1) VALUE "N".
       01 WS-BLK-FIGS.
           05 WS-BLK-PERIOD OCCURS 3 TIMES.
               10 WS-BLK-VAL PIC S9(11)V99 OCCURS 11 TIMES.
       01 WS-BRT-PRV-SW      PIC X(1) VALUE "N".
       01 WS-BRT-LYR-SW      PIC X(1) VALUE "N".
       01 WS-BRT-FIGS.
           05 WS-BRT-PERIOD OCCURS 3 TIMES.
               10 WS-BRT-VAL PIC S9(11)V99 OCCURS 11 TIMES.
       01 WS-GRT-PRV-SW      PIC X(1) VALUE "N".
       01 WS-GRT-LYR-SW      PIC X(1) VALUE "N".
       01 WS-GRT-FIGS.
           05 WS-GRT-PERIOD OCCURS 3 TIMES.
               10 WS-GRT-VAL PIC S9(11)V99 OCCURS 11 TIMES.
       01 WS-CHG-MOM         PIC S9(11)V99 VALUE ZERO.
       01 WS-CHG-YOY         PIC S9(11)V99 VALUE ZERO.
      *
      *EACH BRANCH'S TOTALS, KEPT FOR THE RANKING (SAME BOUNDED-TABLE
      *RULE PGM77'S BRANCH TALLY USES)
       01 WS-BR-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES
                   INDEXED BY BR-IDX.
               10 WS-BR-ID          PIC X(3).
               10 WS-BR-PRV-SW      PIC X(1).
               10 WS-BR-LYR-SW      PIC X(1).
               10 WS-BR-BALANCE     PIC S9(11)V99.
               10 WS-BR-BAL-PRV     PIC S9(11)V99.
               10 WS-BR-BAL-LYR     PIC S9(11)V99.
               10 WS-BR-ACCT-CNT    PIC S9(11)V99.
               10 WS-BR-ACCT-PRV    PIC S9(11)V99.
       01 WS-BR-SUB          PIC 9(3) VALUE ZERO.
       01 WS-RANK-NO         PIC 9(3) VALUE ZERO.
      *
      *THE ACCOUNT AND BRANCH IN HAND DURING THE MATCH AND REPORT
       01 WS-CUR-ACCT        PIC X(5) VALUE SPACES.
       01 WS-CUR-BRANCH      PIC X(3) VALUE SPACES.
      *
      *RUN CONTROL TOTALS FOR THE SUMMARY
       01 WS-MIS-TOTALS.
           05 WS-NM-READ-CNT     PIC 9(7) VALUE ZERO.
            05 WS-HIS-READ-CNT    PIC 9(9) VALUE ZERO.
            05 WS-HIS-MONTH-CNT   PIC 9(9) VALUE ZERO.
            05 WS-SUS-MONTH-CNT   PIC 9(7) VALUE ZERO.
            05 WS-CLO-MONTH-CNT   PIC 9(7) VALUE ZERO.
            05 WS-OPN-MONTH-CNT   PIC 9(7) VALUE ZERO.
            05 WS-GONE-ACCT-CNT   PIC 9(7) VALUE ZERO.
            05 WS-OTHER-TYPE-CNT  PIC 9(7) VALUE ZERO.
            05 WS-MH-PRV-CNT      PIC 9(7) VALUE ZERO.
            05 WS-MH-LYR-CNT      PIC 9(7) VALUE ZERO.
            05 WS-MH-ADDED-CNT    PIC 9(7) VALUE ZERO.
            05 WS-EXTRACT-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . A BRANCH AND
      *PRODUCT BLOCK IS NEVER SPLIT ACROSS PAGES
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 056.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BLOCK-LINES     PIC 9(3) VALUE 014.
       01 WS-SECTION-SW      PIC X(1) VALUE "M".
           88 MIX-SECTION        VALUE "M".
           88 RANK-SECTION       VALUE "R".
      *
      *HEADING, BLOCK AND RANKING LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(16) VALUE SPACES.
            05 FILLER          PIC X(41)
                VALUE "PGM116 BRANCH PERFORMANCE AND PRODUCT MIX".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(9)  VALUE "  MONTH ".
            05 H2-MONTH        PIC 9(6).
            05 FILLER          PIC X(9)  VALUE "  PRIOR ".
            05 H2-PRIOR        PIC 9(6).
            05 FILLER          PIC X(13) VALUE "  LAST YEAR ".
            05 H2-LASTYR       PIC 9(6).
      *
       01 WS-RANK-HEAD-1.
           05 FILLER          PIC X(32)
                VALUE "BRANCHES RANKED BY MONTH-END BAL".
            05 FILLER          PIC X(5)  VALUE "ANCE".
      *
       01 WS-RANK-HEAD-2.
           05 FILLER          PIC X(6)  VALUE "RANK".
            05 FILLER          PIC X(6)  VALUE "BR".
            05 FILLER          PIC X(19) VALUE "  MONTH-END BALANCE".
            05 FILLER          PIC X(18) VALUE "   CHG PRIOR MONTH".
            05 FILLER          PIC X(18) VALUE "     CHG LAST YEAR".
            05 FILLER          PIC X(13) VALUE "     ACCOUNTS".
      *
       01 WS-BLOCK-TITLE-LINE.
           05 BT-TITLE        PIC X(40).
      *
       01 WS-BLOCK-HEAD-LINE.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(17) VALUE "       THIS MONTH".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 FILLER          PIC X(17) VALUE "  CHG PRIOR MONTH".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 FILLER          PIC X(17) VALUE "    CHG LAST YEAR".
      *
       01 WS-FIGURE-LINE.
           05 FL-LABEL        PIC X(18).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 FL-CUR          PIC X(17).
            05 FL-CUR-M REDEFINES FL-CUR PIC --,---,---,--9.99.
            05 FL-CUR-C REDEFINES FL-CUR.
               10 FILLER      PIC X(1).
               10 FL-CUR-CNT  PIC ----,---,---,--9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 FL-MOM          PIC X(17).
            05 FL-MOM-M REDEFINES FL-MOM PIC --,---,---,--9.99.
            05 FL-MOM-C REDEFINES FL-MOM.
               10 FILLER      PIC X(1).
               10 FL-MOM-CNT  PIC ----,---,---,--9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 FL-YOY          PIC X(17).
            05 FL-YOY-M REDEFINES FL-YOY PIC --,---,---,--9.99.
            05 FL-YOY-C REDEFINES FL-YOY.
               10 FILLER      PIC X(1).
               10 FL-YOY-CNT  PIC ----,---,---,--9.
      *
       01 WS-RANK-LINE.
           05 RL-RANK         PIC ZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 RL-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RL-BALANCE      PIC --,---,---,--9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RL-MOM          PIC X(17).
            05 RL-MOM-M REDEFINES RL-MOM PIC --,---,---,--9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RL-YOY          PIC X(17).
            05 RL-YOY-M REDEFINES RL-YOY PIC --,---,---,--9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RL-ACCTS        PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 150-LOAD-HISTORY
            SORT EVENT-SORT-FILE
                ON ASCENDING KEY EV-ACCT-NO EV-KIND
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-GATHER-EVENTS
                OUTPUT PROCEDURE IS 300-TALLY-ACCOUNTS
            SORT MIX-SORT-FILE
                ON ASCENDING KEY MX-BRANCH MX-PRODUCT
                INPUT PROCEDURE IS 600-RELEASE-ENTRIES
                OUTPUT PROCEDURE IS 650-PRINT-PRODUCT-MIX
            SORT RANK-SORT-FILE
                ON DESCENDING KEY RK-BALANCE
                   ASCENDING KEY RK-BRANCH
                INPUT PROCEDURE IS 750-RELEASE-BRANCHES
                OUTPUT PROCEDURE IS 760-PRINT-RANKING
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and the report month and opens the
      *output files . the month-end master is opened by the match
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 120-GET-REPORT-MONTH
            MOVE WS-REPORT-MONTH TO H2-MONTH
            MOVE WS-PRIOR-MONTH TO H2-PRIOR
            MOVE WS-LASTYR-MONTH TO H2-LASTYR
            OPEN OUTPUT MIS-EXTRACT
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN MIS-EXTRACT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS10 NOT = 00
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
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 05
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
            .
      *
       120-GET-REPORT-MONTH.
      *
      *takes the report month from the parameter card, else the
      *month of the business date, and works out the prior month,
      *the same month last year and the run-date bounds of the
      *month . a month that is not a real yyyymm is fatal
      *
            DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH
            OPEN INPUT PARAM-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                NOT AT END
                    IF PRM-MONTH-X NOT = SPACES
                        IF PRM-MONTH-X IS NUMERIC
                            MOVE PRM-MONTH TO WS-REPORT-MONTH
                        ELSE
                            MOVE "BAD MISPARM MONTH"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                        END-IF
                    END-IF
            END-READ
            CLOSE PARAM-FILE
            IF WS-RM-MON < 1 OR WS-RM-MON > 12 OR WS-RM-YEAR = 0
                MOVE "BAD MISPARM MONTH" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-RM-MON = 1
                COMPUTE WS-PM-YEAR = WS-RM-YEAR - 1
                MOVE 12 TO WS-PM-MON
            ELSE
                MOVE WS-RM-YEAR TO WS-PM-YEAR
                COMPUTE WS-PM-MON = WS-RM-MON - 1
            END-IF
            COMPUTE WS-LY-YEAR = WS-RM-YEAR - 1
            MOVE WS-RM-MON TO WS-LY-MON
            COMPUTE WS-MONTH-FIRST = WS-REPORT-MONTH * 100 + 1
            COMPUTE WS-MONTH-LAST = WS-REPORT-MONTH * 100 + 31
            .
      *
       150-LOAD-HISTORY.
      *
      *tables the prior month's and last year's figures from
      *mishist and notes whether the report month is already on it .
      *a missing history file means no comparisons yet
      *
            OPEN INPUT MIS-HISTORY
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN MIS-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 155-READ-HISTORY
            PERFORM 160-FILE-ONE-HISTORY-ROW
                UNTIL END-OF-INPUT-FILE
            CLOSE MIS-HISTORY
            MOVE "N" TO WS-EOF-SW
            .
      *
       155-READ-HISTORY.
      *
      *reads the next mishist row
      *
            READ MIS-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 10
                MOVE "READ MIS-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       160-FILE-ONE-HISTORY-ROW.
      *
      *tables one history row when it belongs to a comparison month
      *
            IF MH-MONTH-X IS NOT NUMERIC
                MOVE "BAD MISHIST MONTH" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            EVALUATE TRUE
                WHEN MH-MONTH = WS-REPORT-MONTH
                    SET MONTH-ON-FILE TO TRUE
                WHEN MH-MONTH = WS-PRIOR-MONTH
                    MOVE 2 TO WS-PD-SUB
                    PERFORM 165-TABLE-HISTORY-ROW
                    MOVE "Y" TO WS-MIS-PRV-SW(WS-MS-SUB)
                    ADD 1 TO WS-MH-PRV-CNT
                WHEN MH-MONTH = WS-LASTYR-MONTH
                    MOVE 3 TO WS-PD-SUB
                    PERFORM 165-TABLE-HISTORY-ROW
                    MOVE "Y" TO WS-MIS-LYR-SW(WS-MS-SUB)
                    ADD 1 TO WS-MH-LYR-CNT
            END-EVALUATE
            PERFORM 155-READ-HISTORY
            .
      *
       165-TABLE-HISTORY-ROW.
      *
      *copies the history row's figures into period ws-pd-sub of
      *its branch and product's table entry
      *
            MOVE MH-BRANCH TO WS-KEY-BRANCH
            MOVE MH-PRODUCT TO WS-KEY-PRODUCT
            PERFORM 340-FIND-ENTRY
            MOVE MH-FIGURES TO WS-ROW-FIGURES
            MOVE WR-BALANCE TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 1)
            MOVE WR-ACCT-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 2)
            MOVE WR-OPEN-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 3)
            MOVE WR-CLOSE-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 4)
            MOVE WR-INTEREST TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 5)
            MOVE WR-FEES TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 6)
            MOVE WR-SUSP-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 7)
            MOVE WR-CR-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 8)
            MOVE WR-DR-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 9)
            MOVE WR-XF-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 10)
            MOVE WR-RV-CNT TO WS-MIS-VAL(WS-MS-SUB WS-PD-SUB 11)
            .
      *
       200-GATHER-EVENTS.
      *
      *releases one sort row for every closure, opening, posting and
      *suspense item whose date falls in the report month . the
      *registers and the suspense history may be absent on a new
      *installation
      *
            OPEN INPUT CLOSED-REGISTER
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN CLOSED-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 210-READ-CLOSED
            PERFORM 215-RELEASE-CLOSURE
                UNTIL END-OF-INPUT-FILE
            CLOSE CLOSED-REGISTER
      *
            OPEN INPUT OPEN-REGISTER
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN OPEN-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 220-READ-OPENED
            PERFORM 225-RELEASE-OPENING
                UNTIL END-OF-INPUT-FILE
            CLOSE OPEN-REGISTER
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 230-READ-POSTED
            PERFORM 235-RELEASE-POSTING
                UNTIL END-OF-INPUT-FILE
            CLOSE POSTED-HISTORY
      *
            OPEN INPUT SUSPENSE-HISTORY
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN SUSPENSE-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 240-READ-SUSPENDED
            PERFORM 245-RELEASE-SUSPENSE
                UNTIL END-OF-INPUT-FILE
            CLOSE SUSPENSE-HISTORY
            MOVE "N" TO WS-EOF-SW
            .
      *
       210-READ-CLOSED.
      *
      *reads the next closed-account register row
      *
            READ CLOSED-REGISTER
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ CLOSED-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       215-RELEASE-CLOSURE.
      *
      *releases a closure made in the report month, carrying the
      *branch and product the account had when it closed
      *
            IF CLO-CLOSE-DATE NOT < WS-MONTH-FIRST
                    AND CLO-CLOSE-DATE NOT > WS-MONTH-LAST
                MOVE SPACES TO EVENT-REC
                MOVE CLO-ACCT-NO TO EV-ACCT-NO
                SET EV-CLOSURE TO TRUE
                MOVE CLO-BRANCH TO EV-BRANCH
                MOVE CLO-PRODUCT TO EV-PRODUCT
                MOVE ZERO TO EV-AMOUNT
                RELEASE EVENT-REC
                ADD 1 TO WS-CLO-MONTH-CNT
            END-IF
            PERFORM 210-READ-CLOSED
            .
      *
       220-READ-OPENED.
      *
      *reads the next opened-account register row
      *
            READ OPEN-REGISTER
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ OPEN-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       225-RELEASE-OPENING.
      *
      *releases an opening made in the report month
      *
            IF OR-OPEN-DATE NOT < WS-MONTH-FIRST
                    AND OR-OPEN-DATE NOT > WS-MONTH-LAST
                MOVE SPACES TO EVENT-REC
                MOVE OR-ACCT-NO TO EV-ACCT-NO
                SET EV-OPENING TO TRUE
                MOVE OR-BRANCH TO EV-BRANCH
                MOVE ZERO TO EV-AMOUNT
                RELEASE EVENT-REC
                ADD 1 TO WS-OPN-MONTH-CNT
            END-IF
            PERFORM 220-READ-OPENED
            .
      *
       230-READ-POSTED.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 231-READ-ONE-HISTORY-ROW
            PERFORM 231-READ-ONE-HISTORY-ROW
                UNTIL END-OF-INPUT-FILE OR HIS-TYPE NOT = "*"
            IF NOT END-OF-INPUT-FILE
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       231-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       235-RELEASE-POSTING.
      *
      *releases a posting made by a run in the report month
      *
            IF HIS-RUN-DATE NOT < WS-MONTH-FIRST
                    AND HIS-RUN-DATE NOT > WS-MONTH-LAST
                MOVE SPACES TO EVENT-REC
                MOVE HIS-ACCT-NO TO EV-ACCT-NO
                SET EV-POSTING TO TRUE
                MOVE HIS-TYPE TO EV-TYPE
                MOVE HIS-SOURCE TO EV-SOURCE
                MOVE HIS-AMOUNT TO EV-AMOUNT
                MOVE HIS-BRANCH-ID TO EV-BRANCH
                RELEASE EVENT-REC
                ADD 1 TO WS-HIS-MONTH-CNT
            END-IF
            PERFORM 230-READ-POSTED
            .
      *
       240-READ-SUSPENDED.
      *
      *reads the next suspense-history row
      *
            READ SUSPENSE-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ SUSPENSE-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       245-RELEASE-SUSPENSE.
      *
      *releases a suspense item routed by a run in the report month
      *
            IF SUS-RUN-DATE NOT < WS-MONTH-FIRST
                    AND SUS-RUN-DATE NOT > WS-MONTH-LAST
                MOVE SPACES TO EVENT-REC
                MOVE SUS-ACCT-NO TO EV-ACCT-NO
                SET EV-SUSPENSE TO TRUE
                MOVE SUS-TYPE TO EV-TYPE
                MOVE SUS-SOURCE TO EV-SOURCE
                MOVE SUS-AMOUNT TO EV-AMOUNT
                MOVE SUS-BRANCH-ID TO EV-BRANCH
                RELEASE EVENT-REC
                ADD 1 TO WS-SUS-MONTH-CNT
            END-IF
            PERFORM 240-READ-SUSPENDED
            .
      *
       250-READ-MASTER.
      *
      *reads the next month-end new-master record
      *
            READ NEW-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NM-ACCT-NO NOT = HIGH-VALUES
                ADD 1 TO WS-NM-READ-CNT
            END-IF
            .
      *
       300-TALLY-ACCOUNTS.
      *
      *matches the sorted month events against the month-end master,
      *account by account, and tallies both into the branch and
      *product table
      *
            OPEN INPUT NEW-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 305-RETURN-EVENT
            PERFORM 250-READ-MASTER
            PERFORM 310-TALLY-COMPARE-RTN
                UNTIL NM-ACCT-NO = HIGH-VALUES
                    AND EV-ACCT-NO = HIGH-VALUES
            .
      *
       305-RETURN-EVENT.
      *
      *returns the next sorted month event
      *
            RETURN EVENT-SORT-FILE
                AT END MOVE HIGH-VALUES TO EV-ACCT-NO
            END-RETURN
            .
      *
       310-TALLY-COMPARE-RTN.
      *
      *an account on the master is tallied under its own branch and
      *product ; events for an account no longer on it are tallied
      *under the branch and product their own rows carry
      *
            EVALUATE TRUE
                WHEN EV-ACCT-NO < NM-ACCT-NO
                    PERFORM 330-TALLY-GONE-ACCOUNT
                WHEN OTHER
                    PERFORM 320-TALLY-MASTER-ACCOUNT
            END-EVALUATE
            .
      *
       320-TALLY-MASTER-ACCOUNT.
      *
      *adds the master account's balance and count, then its month
      *events, to its branch and product
      *
            MOVE NM-BRANCH TO WS-KEY-BRANCH
            MOVE NM-PRODUCT TO WS-KEY-PRODUCT
            PERFORM 340-FIND-ENTRY
            ADD NM-AMOUNT TO WS-MIS-VAL(WS-MS-SUB 1 1)
            ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 2)
            MOVE NM-ACCT-NO TO WS-CUR-ACCT
            PERFORM 350-TALLY-ONE-EVENT
                UNTIL EV-ACCT-NO NOT = WS-CUR-ACCT
            PERFORM 250-READ-MASTER
            .
      *
       330-TALLY-GONE-ACCOUNT.
      *
      *tallies the month events of an account that is not on the
      *month-end master -- one closed in the month, whose closure
      *sorts first and names its branch and product . with no
      *closure the events go to the branch their first row carries,
      *under a blank product
      *
            MOVE EV-ACCT-NO TO WS-CUR-ACCT
            MOVE EV-BRANCH TO WS-KEY-BRANCH
            MOVE EV-PRODUCT TO WS-KEY-PRODUCT
            PERFORM 340-FIND-ENTRY
            ADD 1 TO WS-GONE-ACCT-CNT
            PERFORM 350-TALLY-ONE-EVENT
                UNTIL EV-ACCT-NO NOT = WS-CUR-ACCT
            .
      *
       340-FIND-ENTRY.
      *
      *points ws-ms-sub at the table entry for ws-key-branch and
      *ws-key-product, opening a zeroed entry the first time the
      *pair is seen
      *
            MOVE "N" TO WS-ENTRY-FOUND
            PERFORM 345-MATCH-ENTRY
                VARYING MS-IDX FROM 1 BY 1
                UNTIL MS-IDX > WS-MIS-COUNT
                    OR ENTRY-FOUND
            IF ENTRY-NOT-FOUND
                IF WS-MIS-COUNT >= 500
                    MOVE "MORE THAN 500 BRANCH/PRODUCTS"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-MIS-COUNT
                MOVE WS-MIS-COUNT TO WS-MS-SUB
                MOVE WS-KEY-BRANCH TO WS-MIS-BRANCH(WS-MS-SUB)
                MOVE WS-KEY-PRODUCT TO WS-MIS-PRODUCT(WS-MS-SUB)
                MOVE "N" TO WS-MIS-PRV-SW(WS-MS-SUB)
                MOVE "N" TO WS-MIS-LYR-SW(WS-MS-SUB)
                INITIALIZE WS-MIS-FIGS(WS-MS-SUB)
            END-IF
            .
      *
       345-MATCH-ENTRY.
      *
      *tests one table entry for the branch and product in hand
      *
            IF WS-MIS-BRANCH(MS-IDX) = WS-KEY-BRANCH
                    AND WS-MIS-PRODUCT(MS-IDX) = WS-KEY-PRODUCT
                SET WS-MS-SUB TO MS-IDX
                SET ENTRY-FOUND TO TRUE
            END-IF
            .
      *
       350-TALLY-ONE-EVENT.
      *
      *adds one month event to the entry at ws-ms-sub and returns
      *the next
      *
            EVALUATE TRUE
                WHEN EV-CLOSURE
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 4)
                WHEN EV-OPENING
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 3)
                WHEN EV-POSTING
                    PERFORM 355-TALLY-POSTING
                WHEN EV-SUSPENSE
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 7)
            END-EVALUATE
            PERFORM 305-RETURN-EVENT
            .
      *
       355-TALLY-POSTING.
      *
      *counts a posting by type and adds an accrual credit to
      *interest paid and a fee-source debit to fees earned . a
      *maintenance or other row that is none of the four types is
      *only counted for the summary
      *
            EVALUATE EV-TYPE
                WHEN "C"
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 8)
                WHEN "D"
                WHEN "E"
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 9)
                WHEN "T"
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 10)
                WHEN "R"
                    ADD 1 TO WS-MIS-VAL(WS-MS-SUB 1 11)
                WHEN OTHER
                    ADD 1 TO WS-OTHER-TYPE-CNT
            END-EVALUATE
            IF EV-TYPE = "C" AND EV-INTEREST-SOURCE
                ADD EV-AMOUNT TO WS-MIS-VAL(WS-MS-SUB 1 5)
            END-IF
            IF EV-TYPE = "D" AND EV-FEE-SOURCE
                ADD EV-AMOUNT TO WS-MIS-VAL(WS-MS-SUB 1 6)
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one report line, the caller having already made room
      *for it on the page
      *
            WRITE REPORT-LINE
            IF WS-STATUS10 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *heading lines, with the ranking's column heads on its pages,
      *followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            IF RANK-SECTION
                WRITE REPORT-LINE FROM WS-RANK-HEAD-1
                WRITE REPORT-LINE FROM WS-RANK-HEAD-2
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 3 TO WS-LINE-COUNT
            END-IF
            .
      *
       450-PRINT-BLOCK.
      *
      *prints the block in ws-blk-figs under bt-title : a line per
      *figure giving this month and the change on the prior month
      *and on last year, or no history where mishist had none .
      *starts a new page first when the block would not fit
      *
            IF WS-LINE-COUNT = 0
                    OR WS-LINE-COUNT + WS-BLOCK-LINES
                        > WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE WS-BLOCK-TITLE-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE WS-BLOCK-HEAD-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 455-PRINT-ONE-FIGURE
                VARYING WS-FG-SUB FROM 1 BY 1
                UNTIL WS-FG-SUB > 11
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       455-PRINT-ONE-FIGURE.
      *
      *prints one figure line of the block
      *
            MOVE SPACES TO WS-FIGURE-LINE
            MOVE WS-FIG-LABEL(WS-FG-SUB) TO FL-LABEL
            COMPUTE WS-CHG-MOM = WS-BLK-VAL(1 WS-FG-SUB)
                               - WS-BLK-VAL(2 WS-FG-SUB)
            COMPUTE WS-CHG-YOY = WS-BLK-VAL(1 WS-FG-SUB)
                               - WS-BLK-VAL(3 WS-FG-SUB)
            IF MONEY-FIGURE(WS-FG-SUB)
                MOVE WS-BLK-VAL(1 WS-FG-SUB) TO FL-CUR-M
                MOVE WS-CHG-MOM TO FL-MOM-M
                MOVE WS-CHG-YOY TO FL-YOY-M
            ELSE
                MOVE WS-BLK-VAL(1 WS-FG-SUB) TO FL-CUR-CNT
                MOVE WS-CHG-MOM TO FL-MOM-CNT
                MOVE WS-CHG-YOY TO FL-YOY-CNT
            END-IF
            IF WS-BLK-PRV-SW NOT = "Y"
                MOVE "       NO HISTORY" TO FL-MOM
            END-IF
            IF WS-BLK-LYR-SW NOT = "Y"
                MOVE "       NO HISTORY" TO FL-YOY
            END-IF
            MOVE WS-FIGURE-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       600-RELEASE-ENTRIES.
      *
      *releases one sort row per table entry
      *
            PERFORM 605-RELEASE-ONE-ENTRY
                VARYING MS-IDX FROM 1 BY 1
                UNTIL MS-IDX > WS-MIS-COUNT
            .
      *
       605-RELEASE-ONE-ENTRY.
      *
      *releases the table entry at ms-idx
      *
            MOVE WS-MIS-BRANCH(MS-IDX) TO MX-BRANCH
            MOVE WS-MIS-PRODUCT(MS-IDX) TO MX-PRODUCT
            SET MX-SUB TO MS-IDX
            RELEASE MIX-REC
            .
      *
       650-PRINT-PRODUCT-MIX.
      *
      *prints the entries in branch then product order, a branch
      *total after each branch and the grand total at the end, and
      *writes each entry to the extract and, unless the month is
      *already there, to mishist
      *
            IF NOT MONTH-ON-FILE
                OPEN EXTEND MIS-HISTORY
                IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                    MOVE "OPEN MIS-HISTORY" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            MOVE "N" TO WS-GRT-PRV-SW
            MOVE "N" TO WS-GRT-LYR-SW
            INITIALIZE WS-GRT-FIGS
            MOVE "N" TO WS-EOF-SW2
            PERFORM 655-RETURN-ENTRY
            PERFORM 660-PRINT-ONE-BRANCH
                UNTIL END-OF-FILE2
            MOVE WS-GRT-PRV-SW TO WS-BLK-PRV-SW
            MOVE WS-GRT-LYR-SW TO WS-BLK-LYR-SW
            MOVE WS-GRT-FIGS TO WS-BLK-FIGS
            MOVE "ALL BRANCHES" TO BT-TITLE
            PERFORM 450-PRINT-BLOCK
            IF NOT MONTH-ON-FILE
                CLOSE MIS-HISTORY
            END-IF
            .
      *
       655-RETURN-ENTRY.
      *
      *returns the next sorted table entry
      *
            RETURN MIX-SORT-FILE
                AT END SET END-OF-FILE2 TO TRUE
            END-RETURN
            .
      *
       660-PRINT-ONE-BRANCH.
      *
      *prints each of the branch's products, then the branch total,
      *and keeps the branch's totals for the ranking
      *
            MOVE MX-BRANCH TO WS-CUR-BRANCH
            MOVE "N" TO WS-BRT-PRV-SW
            MOVE "N" TO WS-BRT-LYR-SW
            INITIALIZE WS-BRT-FIGS
            PERFORM 670-PRINT-ONE-PRODUCT
                UNTIL END-OF-FILE2
                    OR MX-BRANCH NOT = WS-CUR-BRANCH
            MOVE WS-BRT-PRV-SW TO WS-BLK-PRV-SW
            MOVE WS-BRT-LYR-SW TO WS-BLK-LYR-SW
            MOVE WS-BRT-FIGS TO WS-BLK-FIGS
            MOVE SPACES TO BT-TITLE
            STRING "BRANCH " WS-CUR-BRANCH " TOTAL"
                DELIMITED BY SIZE INTO BT-TITLE
            PERFORM 450-PRINT-BLOCK
            PERFORM 690-ADD-BRANCH-TO-GRAND
            PERFORM 695-KEEP-BRANCH-FOR-RANKING
            .
      *
       670-PRINT-ONE-PRODUCT.
      *
      *prints one branch and product block, adds it to the branch
      *total and writes its extract and history rows
      *
            MOVE MX-SUB TO WS-MS-SUB
            MOVE WS-MIS-PRV-SW(WS-MS-SUB) TO WS-BLK-PRV-SW
            MOVE WS-MIS-LYR-SW(WS-MS-SUB) TO WS-BLK-LYR-SW
            MOVE WS-MIS-FIGS(WS-MS-SUB) TO WS-BLK-FIGS
            MOVE SPACES TO BT-TITLE
            STRING "BRANCH " MX-BRANCH "  PRODUCT " MX-PRODUCT
                DELIMITED BY SIZE INTO BT-TITLE
            PERFORM 450-PRINT-BLOCK
            IF WS-BLK-PRV-SW = "Y"
                MOVE "Y" TO WS-BRT-PRV-SW
            END-IF
            IF WS-BLK-LYR-SW = "Y"
                MOVE "Y" TO WS-BRT-LYR-SW
            END-IF
            PERFORM 675-ADD-ONE-FIGURE
                VARYING WS-PD-SUB FROM 1 BY 1
                UNTIL WS-PD-SUB > 3
                    AFTER WS-FG-SUB FROM 1 BY 1
                    UNTIL WS-FG-SUB > 11
            PERFORM 680-WRITE-EXTRACT
            PERFORM 655-RETURN-ENTRY
            .
      *
       675-ADD-ONE-FIGURE.
      *
      *adds one figure of the block to the branch total
      *
            ADD WS-BLK-VAL(WS-PD-SUB WS-FG-SUB)
                TO WS-BRT-VAL(WS-PD-SUB WS-FG-SUB)
            .
      *
       680-WRITE-EXTRACT.
      *
      *writes the block's extract row and, when the month is not
      *yet on mishist, its history row
      *
            MOVE SPACES TO MIS-EXTRACT-REC
            MOVE WS-REPORT-MONTH TO EX-MONTH
            MOVE MX-BRANCH TO EX-BRANCH
            MOVE MX-PRODUCT TO EX-PRODUCT
            MOVE WS-BLK-PRV-SW TO EX-PRV-SW
            MOVE WS-BLK-LYR-SW TO EX-LYR-SW
            PERFORM 685-PACK-ONE-PERIOD
                VARYING WS-PD-SUB FROM 1 BY 1
                UNTIL WS-PD-SUB > 3
            WRITE MIS-EXTRACT-REC
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE MIS-EXTRACT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-EXTRACT-CNT
            IF NOT MONTH-ON-FILE
                MOVE SPACES TO MIS-HISTORY-REC
                MOVE WS-REPORT-MONTH TO MH-MONTH
                MOVE MX-BRANCH TO MH-BRANCH
                MOVE MX-PRODUCT TO MH-PRODUCT
                MOVE EX-PERIOD(1) TO MH-FIGURES
                WRITE MIS-HISTORY-REC
                IF WS-STATUS8 NOT = 00
                    MOVE "WRITE MIS-HISTORY" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-MH-ADDED-CNT
            END-IF
            .
      *
       685-PACK-ONE-PERIOD.
      *
      *lays period ws-pd-sub of the block out as a history row's
      *figures in the extract
      *
            MOVE WS-BLK-VAL(WS-PD-SUB 1) TO WR-BALANCE
            MOVE WS-BLK-VAL(WS-PD-SUB 2) TO WR-ACCT-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 3) TO WR-OPEN-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 4) TO WR-CLOSE-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 5) TO WR-INTEREST
            MOVE WS-BLK-VAL(WS-PD-SUB 6) TO WR-FEES
            MOVE WS-BLK-VAL(WS-PD-SUB 7) TO WR-SUSP-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 8) TO WR-CR-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 9) TO WR-DR-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 10) TO WR-XF-CNT
            MOVE WS-BLK-VAL(WS-PD-SUB 11) TO WR-RV-CNT
            MOVE WS-ROW-FIGURES TO EX-PERIOD(WS-PD-SUB)
            .
      *
       690-ADD-BRANCH-TO-GRAND.
      *
      *adds the branch total to the grand total
      *
            IF WS-BRT-PRV-SW = "Y"
                MOVE "Y" TO WS-GRT-PRV-SW
            END-IF
            IF WS-BRT-LYR-SW = "Y"
                MOVE "Y" TO WS-GRT-LYR-SW
            END-IF
            PERFORM 692-ADD-ONE-GRAND-FIGURE
                VARYING WS-PD-SUB FROM 1 BY 1
                UNTIL WS-PD-SUB > 3
                    AFTER WS-FG-SUB FROM 1 BY 1
                    UNTIL WS-FG-SUB > 11
            .
      *
       692-ADD-ONE-GRAND-FIGURE.
      *
      *adds one figure of the branch total to the grand total
      *
            ADD WS-BRT-VAL(WS-PD-SUB WS-FG-SUB)
                TO WS-GRT-VAL(WS-PD-SUB WS-FG-SUB)
            .
      *
       695-KEEP-BRANCH-FOR-RANKING.
      *
      *tables the branch's balance and accounts, now and in the
      *comparison months, for the ranking
      *
            IF WS-BR-COUNT >= 100
                MOVE "MORE THAN 100 BRANCHES" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-BR-COUNT
            SET BR-IDX TO WS-BR-COUNT
            MOVE WS-CUR-BRANCH TO WS-BR-ID(BR-IDX)
            MOVE WS-BRT-PRV-SW TO WS-BR-PRV-SW(BR-IDX)
            MOVE WS-BRT-LYR-SW TO WS-BR-LYR-SW(BR-IDX)
            MOVE WS-BRT-VAL(1 1) TO WS-BR-BALANCE(BR-IDX)
            MOVE WS-BRT-VAL(2 1) TO WS-BR-BAL-PRV(BR-IDX)
            MOVE WS-BRT-VAL(3 1) TO WS-BR-BAL-LYR(BR-IDX)
            MOVE WS-BRT-VAL(1 2) TO WS-BR-ACCT-CNT(BR-IDX)
            MOVE WS-BRT-VAL(2 2) TO WS-BR-ACCT-PRV(BR-IDX)
            .
      *
       750-RELEASE-BRANCHES.
      *
      *releases one ranking row per branch
      *
            PERFORM 755-RELEASE-ONE-BRANCH
                VARYING BR-IDX FROM 1 BY 1
                UNTIL BR-IDX > WS-BR-COUNT
            .
      *
       755-RELEASE-ONE-BRANCH.
      *
      *releases the branch at br-idx
      *
            MOVE WS-BR-BALANCE(BR-IDX) TO RK-BALANCE
            MOVE WS-BR-ID(BR-IDX) TO RK-BRANCH
            SET RK-SUB TO BR-IDX
            RELEASE RANK-REC
            .
      *
       760-PRINT-RANKING.
      *
      *prints the branches largest month-end balance first, on
      *pages of their own
      *
            SET RANK-SECTION TO TRUE
            PERFORM 410-PRINT-HEADINGS
            MOVE ZERO TO WS-RANK-NO
            MOVE "N" TO WS-EOF-SW2
            PERFORM 765-RETURN-BRANCH
            PERFORM 770-PRINT-ONE-RANK
                UNTIL END-OF-FILE2
            .
      *
       765-RETURN-BRANCH.
      *
      *returns the next ranked branch
      *
            RETURN RANK-SORT-FILE
                AT END SET END-OF-FILE2 TO TRUE
            END-RETURN
            .
      *
       770-PRINT-ONE-RANK.
      *
      *prints one branch's ranking line
      *
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            ADD 1 TO WS-RANK-NO
            MOVE RK-SUB TO WS-BR-SUB
            MOVE SPACES TO WS-RANK-LINE
            MOVE WS-RANK-NO TO RL-RANK
            MOVE RK-BRANCH TO RL-BRANCH
            MOVE WS-BR-BALANCE(WS-BR-SUB) TO RL-BALANCE
            IF WS-BR-PRV-SW(WS-BR-SUB) = "Y"
                COMPUTE RL-MOM-M = WS-BR-BALANCE(WS-BR-SUB)
                                 - WS-BR-BAL-PRV(WS-BR-SUB)
            ELSE
                MOVE "       NO HISTORY" TO RL-MOM
            END-IF
            IF WS-BR-LYR-SW(WS-BR-SUB) = "Y"
                COMPUTE RL-YOY-M = WS-BR-BALANCE(WS-BR-SUB)
                                 - WS-BR-BAL-LYR(WS-BR-SUB)
            ELSE
                MOVE "       NO HISTORY" TO RL-YOY
            END-IF
            MOVE WS-BR-ACCT-CNT(WS-BR-SUB) TO RL-ACCTS
            MOVE WS-RANK-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 765-RETURN-BRANCH
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the run control totals so the report can be tied back
      *to its inputs
      *
            DISPLAY "REPORT MONTH ...........: " WS-REPORT-MONTH
            DISPLAY "MASTER RECORDS READ ....: " WS-NM-READ-CNT
            DISPLAY "POSTHIST ROWS READ .....: " WS-HIS-READ-CNT
            DISPLAY "POSTINGS IN MONTH ......: " WS-HIS-MONTH-CNT
            DISPLAY "OTHER-TYPE POSTINGS ....: " WS-OTHER-TYPE-CNT
            DISPLAY "SUSPENSE ITEMS IN MONTH : " WS-SUS-MONTH-CNT
            DISPLAY "OPENINGS IN MONTH ......: " WS-OPN-MONTH-CNT
            DISPLAY "CLOSURES IN MONTH ......: " WS-CLO-MONTH-CNT
            DISPLAY "ACCOUNTS OFF MASTER ....: " WS-GONE-ACCT-CNT
            DISPLAY "BRANCH/PRODUCTS ........: " WS-MIS-COUNT
            DISPLAY "BRANCHES RANKED ........: " WS-BR-COUNT
            DISPLAY "PRIOR-MONTH HIST ROWS ..: " WS-MH-PRV-CNT
            DISPLAY "LAST-YEAR HIST ROWS ....: " WS-MH-LYR-CNT
            DISPLAY "EXTRACT ROWS WRITTEN ...: " WS-EXTRACT-CNT
            IF MONTH-ON-FILE
                DISPLAY "MONTH ALREADY ON MISHIST - NOT APPENDED"
            ELSE
                DISPLAY "MISHIST ROWS APPENDED ..: " WS-MH-ADDED-CNT
            END-IF
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE NEW-MASTER
             MIS-EXTRACT
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or parameter card
      *instead of issuing figures that cannot be tied out
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM116 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NEW-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (POSTED-HISTORY): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (SUSPENSE-HISTORY): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (CLOSED-REGISTER): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (OPEN-REGISTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (DATE-CARD): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (PARAM-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (MIS-HISTORY): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (MIS-EXTRACT): " WS-STATUS9
            DISPLAY "* WS-STATUS10 (REPORT-FILE): " WS-STATUS10
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
