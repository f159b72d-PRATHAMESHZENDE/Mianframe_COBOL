       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM103.
      *LOAN POSTING RUN : THE LOANS THEMSELVES -- PRINCIPAL, RATE,
      *TERM, PAYMENT DUE -- USED TO LIVE IN A SPREADSHEET AT HEAD
      *OFFICE WHILE THE REPAYMENTS REACHED US ONLY AS PGM86
      *STANDING-ORDER TRANSFERS INTO THE LOAN ACCOUNT . THE LOAN
      *MASTER (LOANMSTR, ASCENDING LOAN ACCOUNT) IS NOW THE BOOK OF
      *RECORD FOR EVERY LOAN, AND THIS NIGHTLY RUN, AFTER PGM52 HAS
      *POSTED THE DAY, KEEPS IT :
      *  - A NEW LOAN (BLANK STATUS) IS BOOKED : ITS LEVEL MONTHLY
      *    PAYMENT IS WORKED OUT FROM PRINCIPAL, RATE AND TERM WHEN
      *    THE CONTRACT DOES NOT STATE ONE ;
      *  - EVERY INSTALLMENT FALLING DUE BY THE BUSINESS DATE IS
      *    BILLED : A MONTH'S INTEREST ON THE BALANCE, THE REST OF
      *    THE PAYMENT AS PRINCIPAL ;
      *  - EVERY CREDIT THE DAY POSTED TO A LOAN ACCOUNT (A TELLER
      *    CREDIT OR THE MONEY-IN LEG OF A TRANSFER, FROM POSTHIST) IS
      *    A REPAYMENT, SPLIT INTO INTEREST DUE FIRST, THEN PRINCIPAL
      *    DUE . ANYTHING OVER WHAT IS DUE IS HELD AS PAID AHEAD AND
      *    MEETS THE NEXT INSTALLMENTS AS THEY ARE BILLED ;
      *  - THE INSTALLMENTS STILL UNPAID ARE AGED INTO 1-29, 30-59,
      *    60-89 AND 90+ DAY BUCKETS, AND AN INSTALLMENT PAST THE
      *    LOANPARM GRACE DAYS IS CHARGED THE LATE FEE ONCE, AS A "D"
      *    DEBIT ON THE LOAN'S PAYING ACCOUNT WRITTEN TO LOANFEE,
      *    WHICH THE PGM74 GATEWAY FEEDS INTO THE NEXT TRANFILE .
      *THE RUN PRINTS A POSTING REGISTER AND THE DAILY DELINQUENCY
      *REPORT BY BRANCH, AND ROLLS THE MASTER OLD-TO-NEW (LOANNEW)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LOAN-MASTER-OUT ASSIGN TO "LOANNEW"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "LOANPARM"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "LOANRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DELQ-WORK ASSIGN TO "DELQWORK"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DELQ-REPORT ASSIGN TO "DELQRPT"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT DELQ-SORT-FILE ASSIGN TO "SORTWK2".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD LOAN-MASTER.
      *     THE LOAN MASTER, ONE RECORD PER LOAN, ASCENDING LOAN
      *     ACCOUNT . THE LOAN ACCOUNT IS ALSO AN ACCOUNT ON THE
      *     DEPOSIT MASTER (PRODUCT "LN"), SO PGM52 POSTS THE
      *     REPAYMENTS TO IT LIKE ANY OTHER CREDIT . MUST STAY IN SYNC
      *     WITH PGM104.COB'S AND PGM105.COB'S LOAN-MASTER-REC LAYOUT
       01 LOAN-MASTER-REC.
      *        THE CONTRACT, AS HEAD OFFICE BOOKS IT
           05 LN-ACCT-NO    COPY ACCTREC.
            05 LN-BRANCH     PIC X(3).
            05 LN-CUST-NO    PIC X(5).
            05 LN-PAY-ACCT   PIC X(5).
      *        THE DEPOSIT ACCOUNT LATE FEES ARE DEBITED FROM . BLANK
      *        MEANS THE LOAN ACCOUNT ITSELF
            05 LN-ORIG-PRINCIPAL PIC 9(7)V99.
            05 LN-RATE       PIC 9(2)V9(4).
      *        ANNUAL INTEREST RATE, PERCENT
            05 LN-TERM       PIC 9(3).
      *        NUMBER OF MONTHLY INSTALLMENTS
            05 LN-PAYMENT    PIC 9(7)V99.
      *        THE LEVEL MONTHLY PAYMENT . ZERO ON A NEW LOAN MEANS
      *        WORK IT OUT AT BOOKING
            05 LN-OPEN-DATE  PIC 9(8).
            05 LN-FIRST-DUE  PIC 9(8).
      *        THE FIRST INSTALLMENT'S DUE DATE ; LATER INSTALLMENTS
      *        FALL DUE ON THE SAME DAY OF EACH MONTH (THE 28TH FOR
      *        A DAY PAST THE 28TH)
      *        THE SERVICING FIELDS, KEPT BY THIS RUN
            05 LN-STATUS     PIC X(1).
               88 LN-NEW-LOAN          VALUE SPACE.
               88 LN-ACTIVE            VALUE "A".
               88 LN-PAID-OFF          VALUE "P".
            05 LN-NEXT-DUE   PIC 9(8).
      *        THE NEXT INSTALLMENT TO BILL . ZERO ONCE ALL ARE BILLED
            05 LN-PRIN-BAL   PIC 9(7)V99.
      *        PRINCIPAL OUTSTANDING, BILLED OR NOT
            05 LN-PRIN-DUE   PIC 9(7)V99.
            05 LN-INT-DUE    PIC 9(7)V99.
      *        PRINCIPAL AND INTEREST BILLED AND NOT YET PAID
            05 LN-INT-FROM   PIC 9(8).
      *        THE DATE INTEREST HAS BEEN BILLED UP TO
            05 LN-DUE-CNT    PIC 9(3).
            05 LN-OLDEST-DUE PIC 9(8).
      *        HOW MANY INSTALLMENTS ARE UNPAID, AND THE DUE DATE OF
      *        THE OLDEST . ZERO WHEN THE LOAN IS UP TO DATE
            05 LN-LAST-FEE-DUE PIC 9(8).
      *        THE DUE DATE OF THE LAST INSTALLMENT CHARGED A LATE FEE
            05 LN-LAST-PAY-DATE PIC 9(8).
            05 LN-BILLED-CNT PIC 9(3).
            05 LN-ADVANCE    PIC 9(7)V99.
      *        PAID AHEAD : MONEY RECEIVED OVER WHAT WAS DUE, HELD
      *        AGAINST THE NEXT INSTALLMENTS
            05 FILLER        PIC X(6).
      *
       FD LOAN-MASTER-OUT.
      *     THE UPDATED LOAN MASTER . SAME LAYOUT AS LOAN-MASTER-REC ;
      *     EVERY LOAN IS CARRIED
       01 LOAN-MASTER-OUT-REC PIC X(150).
      *
       FD POSTED-HISTORY.
      *     MUST STAY IN SYNC WITH PGM52.COB'S POSTED-HISTORY-REC
      *     LAYOUT . ONLY THE DAY'S CREDITS ARE USED HERE
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
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PARAM-FILE.
      *     ONE CARD : THE LATE FEE (COLS 1-7, 9(5)V99, REQUIRED ;
      *     ZERO CHARGES NONE) AND THE GRACE DAYS AN INSTALLMENT MAY
      *     RUN LATE BEFORE IT IS CHARGED (COLS 8-9, BLANK TAKES 10)
       01 PARAM-REC.
           05 PRM-LATE-FEE-X  PIC X(7).
            05 PRM-LATE-FEE REDEFINES PRM-LATE-FEE-X PIC 9(5)V99.
            05 PRM-GRACE-X     PIC X(2).
            05 PRM-GRACE REDEFINES PRM-GRACE-X PIC 9(2).
            05 FILLER          PIC X(71).
      *
       FD LOAN-FEE-FILE.
      *     ONE "D" DEBIT PER LATE FEE CHARGED, FOR THE PGM74 GATEWAY
      *     (SOURCE "L") . MUST STAY IN SYNC WITH PGM52.COB'S
      *     TRANS-REC LAYOUT . THE BLANK BRANCH GROUPS THESE SYSTEM-
      *     GENERATED DEBITS UNDER PGM77'S BLANK BRANCH, THE SAME WAY
      *     PGM85'S FEES DO
       01 LOAN-FEE-REC.
           05 LF-ACCT-NO    COPY ACCTREC.
            05 LF-AMOUNT     PIC 9(7)V99.
            05 LF-TYPE       PIC X(1).
            05 LF-EFF-DATE   PIC 9(8).
            05 LF-ORIG-TYPE  PIC X(1).
            05 LF-ORIG-DATE  PIC 9(8).
            05 LF-BRANCH-ID  PIC X(3).
            05 LF-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(61).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD DELQ-WORK.
      *     ONE ROW PER LOAN WITH AN INSTALLMENT PAST DUE, WRITTEN AS
      *     EACH LOAN IS AGED AND SORTED BY BRANCH FOR THE REPORT . A
      *     WORK FILE CUT FRESH EACH RUN
       01 DELQ-WORK-REC.
           05 DW-BRANCH      PIC X(3).
            05 DW-ACCT-NO     PIC X(5).
            05 DW-CUST-NO     PIC X(5).
            05 DW-DAYS-PAST   PIC 9(4).
            05 DW-BUCKET-1    PIC 9(7)V99.
            05 DW-BUCKET-30   PIC 9(7)V99.
            05 DW-BUCKET-60   PIC 9(7)V99.
            05 DW-BUCKET-90   PIC 9(7)V99.
            05 DW-TOTAL-DUE   PIC 9(7)V99.
            05 DW-PRIN-BAL    PIC 9(7)V99.
            05 DW-FEE-FLAG    PIC X(1).
            05 FILLER         PIC X(8).
      *
       FD DELQ-REPORT.
       01 DELQ-LINE         PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT-NO     PIC X(5).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-EFF-DATE    PIC 9(8).
            05 SR-XFER-ACCT   PIC X(5).
            05 FILLER         PIC X(3).
      *
       SD DELQ-SORT-FILE.
       01 DELQ-SORT-REC.
           05 DS-BRANCH      PIC X(3).
            05 DS-ACCT-NO     PIC X(5).
            05 DS-CUST-NO     PIC X(5).
            05 DS-DAYS-PAST   PIC 9(4).
            05 DS-BUCKET-1    PIC 9(7)V99.
            05 DS-BUCKET-30   PIC 9(7)V99.
            05 DS-BUCKET-60   PIC 9(7)V99.
            05 DS-BUCKET-90   PIC 9(7)V99.
            05 DS-TOTAL-DUE   PIC 9(7)V99.
            05 DS-PRIN-BAL    PIC 9(7)V99.
            05 DS-FEE-FLAG    PIC X(1).
            05 FILLER         PIC X(8).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *THE LATE FEE AND GRACE DAYS FROM THE LOANPARM CARD
       01 WS-LATE-FEE      PIC 9(5)V99 VALUE ZERO.
       01 WS-GRACE-DAYS    PIC 9(2) VALUE 10.
      *
      *THE DAY'S REPAYMENTS, AS THE SORT RETURNS THEM IN LOAN ACCOUNT
      *ORDER . HIGH-VALUES ONCE THE LAST IS RETURNED
       01 WS-PAY-ACCT      PIC X(5) VALUE LOW-VALUES.
       01 WS-PAY-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       01 WS-LAST-LN-ACCT  PIC X(5) VALUE LOW-VALUES.
      *
      *THE LOAN IN HAND IS USABLE ONLY WHEN ITS CONTRACT (AND, ONCE
      *BOOKED, ITS SERVICING FIELDS) ARE ALL NUMERIC
       01 WS-LOAN-OK-FLAG  PIC X(1) VALUE "Y".
           88 LOAN-USABLE          VALUE "Y".
           88 LOAN-NOT-USABLE      VALUE "N".
      *
      *THE LEVEL-PAYMENT ARITHMETIC : THE MONTHLY RATE AND (1 + RATE)
      *RAISED TO THE TERM, CARRIED TO TEN PLACES SO A 30-YEAR LOAN
      *STILL COMES OUT TO THE CENT
       01 WS-MONTH-RATE    PIC 9V9(10) VALUE ZERO.
       01 WS-RATE-FACTOR   PIC 9(5)V9(10) VALUE ZERO.
       01 WS-FACTOR-LESS-1 PIC 9(5)V9(10) VALUE ZERO.
      *
      *ONE INSTALLMENT'S BILLING
       01 WS-BILL-INT      PIC 9(7)V99 VALUE ZERO.
       01 WS-BILL-PRIN     PIC 9(7)V99 VALUE ZERO.
       01 WS-UNBILLED      PIC 9(7)V99 VALUE ZERO.
      *
      *MONEY BEING APPLIED TO WHAT IS DUE (A REPAYMENT, OR PAID-AHEAD
      *MONEY MEETING A NEW INSTALLMENT), AND HOW IT SPLIT
       01 WS-APPLY-AMT     PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLIED-INT   PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLIED-PRIN  PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-DUE     PIC 9(8)V99 VALUE ZERO.
       01 WS-NEW-DUE-CNT   PIC 9(3) VALUE ZERO.
       01 WS-CNT-WORK      PIC 9(5)V9(4) VALUE ZERO.
       01 WS-MONTHS-CLEARED PIC 9(3) VALUE ZERO.
      *
      *DATE ROLLING : AN INSTALLMENT DATE ADVANCED ONE MONTH AT A
      *TIME ON THE LOAN'S DUE DAY (THE 28TH FOR A DAY PAST IT), THE
      *SAME CLAMP PGM86 APPLIES TO A MONTHLY STANDING ORDER
       01 WS-ROLL-DATE.
           05 WS-ROLL-YYYY    PIC 9(4).
            05 WS-ROLL-MM      PIC 9(2).
            05 WS-ROLL-DD      PIC 9(2).
       01 WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE PIC 9(8).
       01 WS-DUE-DAY       PIC 9(2) VALUE ZERO.
      *
      *AGING ONE LOAN'S UNPAID INSTALLMENTS, OLDEST FIRST . THE
      *OLDEST CARRIES WHATEVER PART-PAYMENT IS OWED ON IT ; EVERY
      *LATER ONE IS OWED IN FULL
       01 WS-AGE-IDX       PIC 9(3) VALUE ZERO.
       01 WS-LATER-INSTS   PIC 9(3) VALUE ZERO.
       01 WS-LATER-OWED    PIC 9(8)V99 VALUE ZERO.
       01 WS-INST-AMT      PIC S9(8)V99 VALUE ZERO.
       01 WS-INST-DAYS     PIC S9(7) VALUE ZERO.
       01 WS-OLDEST-DAYS   PIC S9(7) VALUE ZERO.
       01 WS-LN-BUCKETS.
           05 WS-LN-BUCKET-1  PIC 9(7)V99 VALUE ZERO.
            05 WS-LN-BUCKET-30 PIC 9(7)V99 VALUE ZERO.
            05 WS-LN-BUCKET-60 PIC 9(7)V99 VALUE ZERO.
            05 WS-LN-BUCKET-90 PIC 9(7)V99 VALUE ZERO.
       01 WS-FEE-CHARGED   PIC X(1) VALUE "N".
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *POSTING CONTROL TOTALS
       01 WS-POSTING-TOTALS.
           05 WS-HIST-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-CNT      PIC 9(7) VALUE ZERO.
           05 WS-NOT-LOAN-CNT    PIC 9(7) VALUE ZERO.
           05 WS-LOAN-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-BOOKED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-UNUSABLE-CNT    PIC 9(7) VALUE ZERO.
           05 WS-BILLED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-PAID-OFF-CNT    PIC 9(7) VALUE ZERO.
           05 WS-UNAPPLIED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-DELQ-CNT        PIC 9(7) VALUE ZERO.
           05 WS-FEE-CNT         PIC 9(7) VALUE ZERO.
           05 WS-LOAN-OUT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-PAY-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 WS-INT-PAID-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 WS-PRIN-PAID-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 WS-AHEAD-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 WS-FEE-TOTAL       PIC 9(9)V99 VALUE ZERO.
      *
      *DELINQUENCY REPORT BRANCH CONTROL BREAK (SAME SHAPE AS
      *PGM77'S BRANCH BLOCKS) AND ITS GRAND TOTALS
       01 WS-CUR-BRANCH      PIC X(3) VALUE LOW-VALUES.
       01 WS-FIRST-BR-FLAG   PIC X(1) VALUE "Y".
       01 WS-BRANCH-FIGURES.
           05 WS-BR-LOAN-CNT   PIC 9(7) VALUE ZERO.
            05 WS-BR-BUCKET-1   PIC 9(9)V99 VALUE ZERO.
            05 WS-BR-BUCKET-30  PIC 9(9)V99 VALUE ZERO.
            05 WS-BR-BUCKET-60  PIC 9(9)V99 VALUE ZERO.
            05 WS-BR-BUCKET-90  PIC 9(9)V99 VALUE ZERO.
            05 WS-BR-TOTAL-DUE  PIC 9(9)V99 VALUE ZERO.
            05 WS-BR-PRIN-BAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-FIGURES.
           05 WS-ALL-LOAN-CNT  PIC 9(7) VALUE ZERO.
            05 WS-ALL-BUCKET-1  PIC 9(9)V99 VALUE ZERO.
            05 WS-ALL-BUCKET-30 PIC 9(9)V99 VALUE ZERO.
            05 WS-ALL-BUCKET-60 PIC 9(9)V99 VALUE ZERO.
            05 WS-ALL-BUCKET-90 PIC 9(9)V99 VALUE ZERO.
            05 WS-ALL-TOTAL-DUE PIC 9(9)V99 VALUE ZERO.
            05 WS-ALL-PRIN-BAL  PIC 9(9)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL FOR THE POSTING REGISTER AND THE
      *DELINQUENCY REPORT (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DQ-LINE-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-DQ-PAGE-COUNT   PIC 9(5) VALUE ZERO.
      *
      *POSTING REGISTER LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM103 LOAN POSTING REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "LOAN".
            05 FILLER          PIC X(12) VALUE "EVENT".
            05 FILLER          PIC X(11) VALUE "     AMOUNT".
            05 FILLER          PIC X(11) VALUE "   INTEREST".
            05 FILLER          PIC X(11) VALUE "  PRINCIPAL".
            05 FILLER          PIC X(11) VALUE " PAID AHEAD".
            05 FILLER          PIC X(11) VALUE "    BALANCE".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-EVENT        PIC X(11).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-INTEREST     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-PRINCIPAL    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AHEAD        PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC ZZZZZZ9.99.
      *
      *DELINQUENCY REPORT LINES
       01 WS-DQ-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM103 LOAN DELINQUENCY BY BRANCH".
      *
       01 WS-DQ-HEADING-2.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
            05 DH2-BRANCH      PIC X(3).
            05 FILLER          PIC X(12) VALUE "   PAGE NO. ".
            05 DH2-PAGE-NO     PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 DH2-RUN-DATE    PIC 9(8).
      *
       01 WS-DQ-HEADING-3.
           05 FILLER          PIC X(8)  VALUE "LOAN  F".
            05 FILLER          PIC X(4)  VALUE "DAYS".
            05 FILLER          PIC X(11) VALUE "   1-29 DAY".
            05 FILLER          PIC X(11) VALUE "  30-59 DAY".
            05 FILLER          PIC X(11) VALUE "  60-89 DAY".
            05 FILLER          PIC X(11) VALUE "    90+ DAY".
            05 FILLER          PIC X(11) VALUE "  TOTAL DUE".
            05 FILLER          PIC X(11) VALUE "    BALANCE".
      *
       01 WS-DQ-DETAIL-LINE.
           05 DQ-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-FEE-FLAG     PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-DAYS-PAST    PIC ZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-BUCKET-1     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-BUCKET-30    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-BUCKET-60    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-BUCKET-90    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-TOTAL-DUE    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DQ-PRIN-BAL     PIC ZZZZZZ9.99.
      *
       01 WS-DQ-TOTAL-LINE.
           05 DT-LABEL        PIC X(8).
            05 DT-LOAN-CNT     PIC ZZZ9.
            05 DT-BUCKET-1     PIC ZZZZZZZ9.99.
            05 DT-BUCKET-30    PIC ZZZZZZZ9.99.
            05 DT-BUCKET-60    PIC ZZZZZZZ9.99.
            05 DT-BUCKET-90    PIC ZZZZZZZ9.99.
            05 DT-TOTAL-DUE    PIC ZZZZZZZ9.99.
            05 DT-PRIN-BAL     PIC ZZZZZZZ9.99.
       01 WS-DQ-HOLD-LINE    PIC X(80).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
      *     THE FIRST SORT PUTS THE DAY'S REPAYMENTS IN LOAN ACCOUNT
      *     ORDER AND MATCHES THEM AGAINST THE LOAN MASTER
            SORT SORT-FILE
                ON ASCENDING KEY SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150-RELEASE-REPAYMENTS
                OUTPUT PROCEDURE IS 300-POST-LOANS
            CLOSE DELQ-WORK
      *     THE SECOND SORT BRINGS EACH BRANCH'S LATE LOANS TOGETHER
            SORT DELQ-SORT-FILE
                ON ASCENDING KEY DS-BRANCH DS-ACCT-NO
                WITH DUPLICATES IN ORDER
                USING DELQ-WORK
                OUTPUT PROCEDURE IS 600-PRINT-DELQ-REPORT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, reads the fee card and opens the
      *files the loan pass walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 115-READ-PARAMETER-CARD
            OPEN INPUT LOAN-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN LOAN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT LOAN-MASTER-OUT
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN LOAN-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT LOAN-FEE-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN LOAN-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT DELQ-WORK
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN DELQ-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT DELQ-REPORT
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN DELQ-REPORT" TO WS-ABEND-WHERE
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
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
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
            MOVE WS-RUN-DATE TO DH2-RUN-DATE
            .
      *
       115-READ-PARAMETER-CARD.
      *
      *reads the late fee and the grace days . the fee is required
      *(zero is a deliberate "charge none") ; blank grace days take
      *the default
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY LOANPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-LATE-FEE-X NOT NUMERIC
                MOVE "BAD LOANPARM LATE FEE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-LATE-FEE TO WS-LATE-FEE
            IF PRM-GRACE-X NOT = SPACES
                IF PRM-GRACE-X NOT NUMERIC
                    MOVE "BAD LOANPARM GRACE DAYS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PRM-GRACE TO WS-GRACE-DAYS
            END-IF
            CLOSE PARAM-FILE
            .
      *
       150-RELEASE-REPAYMENTS.
      *
      *is the first sort's input procedure . releases every credit
      *the day posted : a teller or system credit, or the money-in
      *leg of a transfer . which of them land on a loan is settled
      *against the loan master afterwards
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 160-READ-HISTORY
            PERFORM 170-TEST-ONE-ROW
                UNTIL END-OF-INPUT-FILE
            CLOSE POSTED-HISTORY
            .
      *
       160-READ-HISTORY.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 161-READ-ONE-HISTORY-ROW
            PERFORM 161-READ-ONE-HISTORY-ROW
                UNTIL END-OF-INPUT-FILE OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-INPUT-FILE
                ADD 1 TO WS-HIST-READ-CNT
            END-IF
            .
      *
       161-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       170-TEST-ONE-ROW.
      *
      *releases the row in hand when the day posted it as money in
      *
            IF HIS-RUN-DATE = WS-RUN-DATE
                    AND (HIS-TYPE = "C"
                        OR (HIS-TYPE = "T" AND HIS-ORIG-TYPE = "C"))
                MOVE SPACES TO SORT-REC
                MOVE HIS-ACCT-NO TO SR-ACCT-NO
                MOVE HIS-AMOUNT TO SR-AMOUNT
                MOVE HIS-EFF-DATE TO SR-EFF-DATE
                MOVE HIS-XFER-ACCT TO SR-XFER-ACCT
                RELEASE SORT-REC
                ADD 1 TO WS-CREDIT-CNT
            END-IF
            PERFORM 160-READ-HISTORY
            .
      *
       300-POST-LOANS.
      *
      *is the first sort's output procedure . walks the loan master
      *and the sorted credits together by account ; a credit with no
      *loan is an ordinary deposit and is only counted
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 320-RETURN-CREDIT
            PERFORM 210-READ-LOAN
            PERFORM 310-PROCESS-ONE-LOAN
                UNTIL LN-ACCT-NO = HIGH-VALUES
            PERFORM 325-SKIP-ONE-CREDIT
                UNTIL WS-PAY-ACCT = HIGH-VALUES
            .
      *
       210-READ-LOAN.
      *
      *reads the next loan, insisting on ascending account order so
      *the match against the sorted credits cannot miss one
      *
            READ LOAN-MASTER
                AT END MOVE HIGH-VALUES TO LN-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ LOAN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF LN-ACCT-NO NOT = HIGH-VALUES
                IF LN-ACCT-NO NOT > WS-LAST-LN-ACCT
                    MOVE "LOANMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE LN-ACCT-NO TO WS-LAST-LN-ACCT
                ADD 1 TO WS-LOAN-READ-CNT
            END-IF
            .
      *
       310-PROCESS-ONE-LOAN.
      *
      *brings one loan up to the business date : books it if new,
      *bills what has fallen due, applies the day's repayments and
      *ages what is still unpaid . a loan whose fields cannot be
      *trusted is reported and carried unchanged, its credits
      *unapplied
      *
            PERFORM 325-SKIP-ONE-CREDIT
                UNTIL WS-PAY-ACCT NOT < LN-ACCT-NO
            PERFORM 330-CHECK-LOAN-FIELDS
            IF LOAN-NOT-USABLE
                ADD 1 TO WS-UNUSABLE-CNT
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE LN-ACCT-NO TO DL-ACCT-NO
                MOVE "UNUSABLE" TO DL-EVENT
                PERFORM 400-PRINT-DETAIL-RTN
                PERFORM 345-LIST-UNAPPLIED-CREDIT
                    UNTIL WS-PAY-ACCT NOT = LN-ACCT-NO
            ELSE
                IF LN-NEW-LOAN
                    PERFORM 340-BOOK-NEW-LOAN
                END-IF
                IF LN-ACTIVE
                    PERFORM 350-BILL-ONE-INSTALLMENT
                        UNTIL LN-NEXT-DUE = 0
                            OR LN-NEXT-DUE > WS-RUN-DATE
                END-IF
                PERFORM 360-APPLY-ONE-REPAYMENT
                    UNTIL WS-PAY-ACCT NOT = LN-ACCT-NO
                IF LN-ACTIVE AND LN-DUE-CNT > 0
                    PERFORM 370-AGE-LOAN
                END-IF
            END-IF
            WRITE LOAN-MASTER-OUT-REC FROM LOAN-MASTER-REC
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE LOAN-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LOAN-OUT-CNT
            PERFORM 210-READ-LOAN
            .
      *
       320-RETURN-CREDIT.
      *
      *returns the next sorted credit . high-values once the last
      *is returned
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            IF END-OF-INPUT-FILE
                MOVE HIGH-VALUES TO WS-PAY-ACCT
                MOVE ZERO TO WS-PAY-AMOUNT
            ELSE
                MOVE SR-ACCT-NO TO WS-PAY-ACCT
                MOVE SR-AMOUNT TO WS-PAY-AMOUNT
            END-IF
            .
      *
       325-SKIP-ONE-CREDIT.
      *
      *passes over a credit to an account that is not a loan
      *
            ADD 1 TO WS-NOT-LOAN-CNT
            PERFORM 320-RETURN-CREDIT
            .
      *
       330-CHECK-LOAN-FIELDS.
      *
      *a loan is usable when its contract is numeric and, once
      *booked, so are its servicing fields
      *
            SET LOAN-USABLE TO TRUE
            IF LN-ORIG-PRINCIPAL NOT NUMERIC
                    OR LN-RATE NOT NUMERIC
                    OR LN-TERM NOT NUMERIC
                    OR LN-PAYMENT NOT NUMERIC
                    OR LN-OPEN-DATE NOT NUMERIC
                    OR LN-FIRST-DUE NOT NUMERIC
                SET LOAN-NOT-USABLE TO TRUE
            END-IF
            IF LOAN-USABLE
                IF LN-ORIG-PRINCIPAL = 0 OR LN-TERM = 0
                        OR LN-FIRST-DUE = 0
                    SET LOAN-NOT-USABLE TO TRUE
                END-IF
            END-IF
            IF LOAN-USABLE AND NOT LN-NEW-LOAN
                IF (NOT LN-ACTIVE AND NOT LN-PAID-OFF)
                        OR LN-NEXT-DUE NOT NUMERIC
                        OR LN-PRIN-BAL NOT NUMERIC
                        OR LN-PRIN-DUE NOT NUMERIC
                        OR LN-INT-DUE NOT NUMERIC
                        OR LN-INT-FROM NOT NUMERIC
                        OR LN-DUE-CNT NOT NUMERIC
                        OR LN-OLDEST-DUE NOT NUMERIC
                        OR LN-LAST-FEE-DUE NOT NUMERIC
                        OR LN-LAST-PAY-DATE NOT NUMERIC
                        OR LN-BILLED-CNT NOT NUMERIC
                        OR LN-ADVANCE NOT NUMERIC
                    SET LOAN-NOT-USABLE TO TRUE
                END-IF
            END-IF
            .
      *
       340-BOOK-NEW-LOAN.
      *
      *books a new loan : the whole principal outstanding, interest
      *running from the open date, the first installment due on the
      *contract's first due date . with no payment stated, the level
      *payment that clears the loan over its term is worked out :
      *principal x r x (1 + r) ** term / ((1 + r) ** term - 1) for a
      *monthly rate r, or principal / term for an interest-free loan
      *
            MOVE "A" TO LN-STATUS
            MOVE LN-ORIG-PRINCIPAL TO LN-PRIN-BAL
            MOVE LN-FIRST-DUE TO LN-NEXT-DUE
            MOVE LN-OPEN-DATE TO LN-INT-FROM
            MOVE ZERO TO LN-PRIN-DUE
            MOVE ZERO TO LN-INT-DUE
            MOVE ZERO TO LN-DUE-CNT
            MOVE ZERO TO LN-OLDEST-DUE
            MOVE ZERO TO LN-LAST-FEE-DUE
            MOVE ZERO TO LN-LAST-PAY-DATE
            MOVE ZERO TO LN-BILLED-CNT
            MOVE ZERO TO LN-ADVANCE
            IF LN-PAYMENT = 0
                IF LN-RATE = 0
                    COMPUTE LN-PAYMENT ROUNDED =
                            LN-ORIG-PRINCIPAL / LN-TERM
                ELSE
                    COMPUTE WS-MONTH-RATE = LN-RATE / 1200
                    COMPUTE WS-RATE-FACTOR =
                            (1 + WS-MONTH-RATE) ** LN-TERM
                    SUBTRACT 1 FROM WS-RATE-FACTOR
                        GIVING WS-FACTOR-LESS-1
                    COMPUTE LN-PAYMENT ROUNDED =
                            LN-ORIG-PRINCIPAL * WS-MONTH-RATE
                            * WS-RATE-FACTOR / WS-FACTOR-LESS-1
                END-IF
            END-IF
            ADD 1 TO WS-BOOKED-CNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE LN-ACCT-NO TO DL-ACCT-NO
            MOVE "BOOKED" TO DL-EVENT
            MOVE LN-PAYMENT TO DL-AMOUNT
            MOVE LN-PRIN-BAL TO DL-BALANCE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       345-LIST-UNAPPLIED-CREDIT.
      *
      *lists a credit to a loan that cannot take it -- unusable, or
      *already paid off -- for the branch to refund or correct
      *
            ADD 1 TO WS-UNAPPLIED-CNT
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-PAY-ACCT TO DL-ACCT-NO
            MOVE "UNAPPLIED" TO DL-EVENT
            MOVE WS-PAY-AMOUNT TO DL-AMOUNT
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 320-RETURN-CREDIT
            .
      *
       350-BILL-ONE-INSTALLMENT.
      *
      *bills the installment due on ln-next-due : a month's interest
      *on the balance and the rest of the payment as principal, but
      *never more principal than is still unbilled, and all of it on
      *the last installment of the term . paid-ahead money meets the
      *new installment at once
      *
            COMPUTE WS-BILL-INT ROUNDED = LN-PRIN-BAL * LN-RATE / 1200
            SUBTRACT LN-PRIN-DUE FROM LN-PRIN-BAL GIVING WS-UNBILLED
            IF LN-PAYMENT > WS-BILL-INT
                SUBTRACT WS-BILL-INT FROM LN-PAYMENT
                    GIVING WS-BILL-PRIN
            ELSE
                MOVE ZERO TO WS-BILL-PRIN
            END-IF
            IF WS-BILL-PRIN > WS-UNBILLED
                    OR LN-BILLED-CNT + 1 >= LN-TERM
                MOVE WS-UNBILLED TO WS-BILL-PRIN
            END-IF
            ADD WS-BILL-INT TO LN-INT-DUE
            ADD WS-BILL-PRIN TO LN-PRIN-DUE
            IF LN-DUE-CNT = 0
                MOVE LN-NEXT-DUE TO LN-OLDEST-DUE
            END-IF
            ADD 1 TO LN-DUE-CNT
            ADD 1 TO LN-BILLED-CNT
            ADD 1 TO WS-BILLED-CNT
            MOVE LN-NEXT-DUE TO LN-INT-FROM
            IF LN-PRIN-DUE = LN-PRIN-BAL
                MOVE ZERO TO LN-NEXT-DUE
            ELSE
                MOVE LN-NEXT-DUE TO WS-ROLL-DATE-N
                PERFORM 390-ROLL-ONE-MONTH
                MOVE WS-ROLL-DATE-N TO LN-NEXT-DUE
            END-IF
            IF LN-ADVANCE > 0
                MOVE LN-ADVANCE TO WS-APPLY-AMT
                MOVE ZERO TO LN-ADVANCE
                PERFORM 365-APPLY-FUNDS
                MOVE WS-APPLY-AMT TO LN-ADVANCE
                PERFORM 368-TEST-PAID-OFF
            END-IF
            .
      *
       360-APPLY-ONE-REPAYMENT.
      *
      *applies one repayment to the loan in hand and lists the
      *split . a loan already paid off cannot take it
      *
            IF NOT LN-ACTIVE
                PERFORM 345-LIST-UNAPPLIED-CREDIT
            ELSE
                ADD 1 TO WS-PAYMENT-CNT
                ADD WS-PAY-AMOUNT TO WS-PAY-TOTAL
                MOVE WS-RUN-DATE TO LN-LAST-PAY-DATE
                MOVE WS-PAY-AMOUNT TO WS-APPLY-AMT
                PERFORM 365-APPLY-FUNDS
                ADD WS-APPLY-AMT TO LN-ADVANCE
                ADD WS-APPLIED-INT TO WS-INT-PAID-TOTAL
                ADD WS-APPLIED-PRIN TO WS-PRIN-PAID-TOTAL
                ADD WS-APPLY-AMT TO WS-AHEAD-TOTAL
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE LN-ACCT-NO TO DL-ACCT-NO
                MOVE "PAYMENT" TO DL-EVENT
                MOVE WS-PAY-AMOUNT TO DL-AMOUNT
                MOVE WS-APPLIED-INT TO DL-INTEREST
                MOVE WS-APPLIED-PRIN TO DL-PRINCIPAL
                MOVE WS-APPLY-AMT TO DL-AHEAD
                MOVE LN-PRIN-BAL TO DL-BALANCE
                PERFORM 400-PRINT-DETAIL-RTN
                PERFORM 368-TEST-PAID-OFF
                PERFORM 320-RETURN-CREDIT
            END-IF
            .
      *
       365-APPLY-FUNDS.
      *
      *applies ws-apply-amt to what is due : interest first, then
      *principal, which comes off the balance . what is left over
      *stays in ws-apply-amt for the caller . the arrears count and
      *oldest due date are then restated for what is still owed
      *
            MOVE ZERO TO WS-APPLIED-INT
            MOVE ZERO TO WS-APPLIED-PRIN
            IF WS-APPLY-AMT > LN-INT-DUE
                MOVE LN-INT-DUE TO WS-APPLIED-INT
            ELSE
                MOVE WS-APPLY-AMT TO WS-APPLIED-INT
            END-IF
            SUBTRACT WS-APPLIED-INT FROM WS-APPLY-AMT
            SUBTRACT WS-APPLIED-INT FROM LN-INT-DUE
            IF WS-APPLY-AMT > LN-PRIN-DUE
                MOVE LN-PRIN-DUE TO WS-APPLIED-PRIN
            ELSE
                MOVE WS-APPLY-AMT TO WS-APPLIED-PRIN
            END-IF
            SUBTRACT WS-APPLIED-PRIN FROM WS-APPLY-AMT
            SUBTRACT WS-APPLIED-PRIN FROM LN-PRIN-DUE
            SUBTRACT WS-APPLIED-PRIN FROM LN-PRIN-BAL
            PERFORM 367-RESTATE-ARREARS
            .
      *
       367-RESTATE-ARREARS.
      *
      *restates how many installments are still unpaid after a
      *payment : what is owed over the level payment, rounded up,
      *and never more than were unpaid before . the oldest due date
      *moves forward by the installments cleared
      *
            ADD LN-INT-DUE LN-PRIN-DUE GIVING WS-TOTAL-DUE
            IF WS-TOTAL-DUE = 0
                MOVE ZERO TO LN-DUE-CNT
                MOVE ZERO TO LN-OLDEST-DUE
            ELSE
                IF LN-PAYMENT = 0
                    MOVE LN-DUE-CNT TO WS-NEW-DUE-CNT
                ELSE
                    DIVIDE WS-TOTAL-DUE BY LN-PAYMENT
                        GIVING WS-CNT-WORK
                    MOVE WS-CNT-WORK TO WS-NEW-DUE-CNT
                    IF WS-NEW-DUE-CNT < WS-CNT-WORK
                        ADD 1 TO WS-NEW-DUE-CNT
                    END-IF
                END-IF
                IF WS-NEW-DUE-CNT > LN-DUE-CNT
                    MOVE LN-DUE-CNT TO WS-NEW-DUE-CNT
                END-IF
                IF WS-NEW-DUE-CNT = 0
                    MOVE 1 TO WS-NEW-DUE-CNT
                END-IF
                SUBTRACT WS-NEW-DUE-CNT FROM LN-DUE-CNT
                    GIVING WS-MONTHS-CLEARED
                MOVE LN-OLDEST-DUE TO WS-ROLL-DATE-N
                PERFORM 390-ROLL-ONE-MONTH WS-MONTHS-CLEARED TIMES
                MOVE WS-ROLL-DATE-N TO LN-OLDEST-DUE
                MOVE WS-NEW-DUE-CNT TO LN-DUE-CNT
            END-IF
            .
      *
       368-TEST-PAID-OFF.
      *
      *a loan with nothing left outstanding is paid off . any money
      *still held as paid ahead is owed back to the customer and is
      *listed for the branch to refund
      *
            IF LN-PRIN-BAL = 0 AND LN-INT-DUE = 0
                MOVE "P" TO LN-STATUS
                MOVE ZERO TO LN-NEXT-DUE
                MOVE ZERO TO LN-DUE-CNT
                MOVE ZERO TO LN-OLDEST-DUE
                ADD 1 TO WS-PAID-OFF-CNT
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE LN-ACCT-NO TO DL-ACCT-NO
                MOVE "PAID OFF" TO DL-EVENT
                MOVE LN-ADVANCE TO DL-AHEAD
                MOVE LN-PRIN-BAL TO DL-BALANCE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       370-AGE-LOAN.
      *
      *ages the loan's unpaid installments, oldest first, into the
      *delinquency buckets and charges the late fee on any past the
      *grace days not charged before . a loan with anything at
      *least a day late goes on the delinquency report
      *
            MOVE ZERO TO WS-LN-BUCKET-1
            MOVE ZERO TO WS-LN-BUCKET-30
            MOVE ZERO TO WS-LN-BUCKET-60
            MOVE ZERO TO WS-LN-BUCKET-90
            MOVE "N" TO WS-FEE-CHARGED
            ADD LN-INT-DUE LN-PRIN-DUE GIVING WS-TOTAL-DUE
            COMPUTE WS-OLDEST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(LN-OLDEST-DUE)
            MOVE LN-OLDEST-DUE TO WS-ROLL-DATE-N
            PERFORM 375-AGE-ONE-INSTALLMENT
                VARYING WS-AGE-IDX FROM 1 BY 1
                UNTIL WS-AGE-IDX > LN-DUE-CNT
            IF WS-OLDEST-DAYS > 0
                PERFORM 380-WRITE-DELQ-ROW
            END-IF
            .
      *
       375-AGE-ONE-INSTALLMENT.
      *
      *ages one unpaid installment . the oldest is owed whatever the
      *later ones, each a full payment, leave of the total due
      *
            IF WS-AGE-IDX = 1
                SUBTRACT 1 FROM LN-DUE-CNT GIVING WS-LATER-INSTS
                MULTIPLY LN-PAYMENT BY WS-LATER-INSTS
                    GIVING WS-LATER-OWED
                SUBTRACT WS-LATER-OWED FROM WS-TOTAL-DUE
                    GIVING WS-INST-AMT
                IF WS-INST-AMT < 0
                    MOVE ZERO TO WS-INST-AMT
                END-IF
            ELSE
                MOVE LN-PAYMENT TO WS-INST-AMT
                PERFORM 390-ROLL-ONE-MONTH
            END-IF
            COMPUTE WS-INST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-N)
            EVALUATE TRUE
                WHEN WS-INST-DAYS < 1
                    CONTINUE
                WHEN WS-INST-DAYS < 30
                    ADD WS-INST-AMT TO WS-LN-BUCKET-1
                WHEN WS-INST-DAYS < 60
                    ADD WS-INST-AMT TO WS-LN-BUCKET-30
                WHEN WS-INST-DAYS < 90
                    ADD WS-INST-AMT TO WS-LN-BUCKET-60
                WHEN OTHER
                    ADD WS-INST-AMT TO WS-LN-BUCKET-90
            END-EVALUATE
            IF WS-INST-DAYS > WS-GRACE-DAYS
                    AND WS-ROLL-DATE-N > LN-LAST-FEE-DUE
                    AND WS-LATE-FEE > 0
                PERFORM 385-CHARGE-LATE-FEE
            END-IF
            .
      *
       380-WRITE-DELQ-ROW.
      *
      *writes the loan's delinquency row for the branch report
      *
            MOVE SPACES TO DELQ-WORK-REC
            MOVE LN-BRANCH TO DW-BRANCH
            MOVE LN-ACCT-NO TO DW-ACCT-NO
            MOVE LN-CUST-NO TO DW-CUST-NO
            IF WS-OLDEST-DAYS > 9999
                MOVE 9999 TO DW-DAYS-PAST
            ELSE
                MOVE WS-OLDEST-DAYS TO DW-DAYS-PAST
            END-IF
            MOVE WS-LN-BUCKET-1 TO DW-BUCKET-1
            MOVE WS-LN-BUCKET-30 TO DW-BUCKET-30
            MOVE WS-LN-BUCKET-60 TO DW-BUCKET-60
            MOVE WS-LN-BUCKET-90 TO DW-BUCKET-90
            MOVE WS-TOTAL-DUE TO DW-TOTAL-DUE
            MOVE LN-PRIN-BAL TO DW-PRIN-BAL
            IF WS-FEE-CHARGED = "Y"
                MOVE "F" TO DW-FEE-FLAG
            END-IF
            WRITE DELQ-WORK-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE DELQ-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DELQ-CNT
            .
      *
       385-CHARGE-LATE-FEE.
      *
      *writes the late fee for the installment in hand as an
      *ordinary "d" debit on the loan's paying account, and marks
      *the installment charged so it is never charged twice
      *
            MOVE SPACES TO LOAN-FEE-REC
            IF LN-PAY-ACCT = SPACES
                MOVE LN-ACCT-NO TO LF-ACCT-NO
            ELSE
                MOVE LN-PAY-ACCT TO LF-ACCT-NO
            END-IF
            MOVE WS-LATE-FEE TO LF-AMOUNT
            MOVE "D" TO LF-TYPE
            MOVE WS-RUN-DATE TO LF-EFF-DATE
            WRITE LOAN-FEE-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE LOAN-FEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-ROLL-DATE-N TO LN-LAST-FEE-DUE
            MOVE "Y" TO WS-FEE-CHARGED
            ADD 1 TO WS-FEE-CNT
            ADD WS-LATE-FEE TO WS-FEE-TOTAL
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE LN-ACCT-NO TO DL-ACCT-NO
            MOVE "LATE FEE" TO DL-EVENT
            MOVE WS-LATE-FEE TO DL-AMOUNT
            MOVE LN-PRIN-BAL TO DL-BALANCE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       390-ROLL-ONE-MONTH.
      *
      *advances ws-roll-date one month, onto the loan's due day
      *(its first due date's day, the 28th for a day past it)
      *
            MOVE LN-FIRST-DUE(7:2) TO WS-DUE-DAY
            IF WS-DUE-DAY > 28
                MOVE 28 TO WS-DUE-DAY
            END-IF
            ADD 1 TO WS-ROLL-MM
            IF WS-ROLL-MM > 12
                MOVE 1 TO WS-ROLL-MM
                ADD 1 TO WS-ROLL-YYYY
            END-IF
            MOVE WS-DUE-DAY TO WS-ROLL-DD
            .
      *
       600-PRINT-DELQ-REPORT.
      *
      *is the second sort's output procedure . prints each branch's
      *late loans as a block with the branch's totals under it
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 610-RETURN-DELQ-ROW
            PERFORM 620-PRINT-ONE-DELQ-ROW
                UNTIL END-OF-INPUT-FILE
            IF WS-FIRST-BR-FLAG = "N"
                PERFORM 640-CLOSE-BRANCH-BLOCK
            END-IF
            PERFORM 660-PRINT-GRAND-TOTALS
            .
      *
       610-RETURN-DELQ-ROW.
      *
      *returns the next sorted delinquency row
      *
            RETURN DELQ-SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       620-PRINT-ONE-DELQ-ROW.
      *
      *prints one late loan, closing the previous branch's block and
      *starting a fresh page on a change of branch, and folds the
      *loan into the branch figures
      *
            IF WS-FIRST-BR-FLAG = "Y"
                MOVE DS-BRANCH TO WS-CUR-BRANCH
                MOVE "N" TO WS-FIRST-BR-FLAG
            END-IF
            IF DS-BRANCH NOT = WS-CUR-BRANCH
                PERFORM 640-CLOSE-BRANCH-BLOCK
                MOVE DS-BRANCH TO WS-CUR-BRANCH
                MOVE 0 TO WS-DQ-LINE-COUNT
            END-IF
            MOVE DS-ACCT-NO TO DQ-ACCT-NO
            IF DS-FEE-FLAG = "F"
                MOVE "F" TO DQ-FEE-FLAG
            ELSE
                MOVE SPACE TO DQ-FEE-FLAG
            END-IF
            MOVE DS-DAYS-PAST TO DQ-DAYS-PAST
            MOVE DS-BUCKET-1 TO DQ-BUCKET-1
            MOVE DS-BUCKET-30 TO DQ-BUCKET-30
            MOVE DS-BUCKET-60 TO DQ-BUCKET-60
            MOVE DS-BUCKET-90 TO DQ-BUCKET-90
            MOVE DS-TOTAL-DUE TO DQ-TOTAL-DUE
            MOVE DS-PRIN-BAL TO DQ-PRIN-BAL
            MOVE WS-DQ-DETAIL-LINE TO DELQ-LINE
            PERFORM 450-PRINT-DELQ-LINE
            ADD 1 TO WS-BR-LOAN-CNT
            ADD DS-BUCKET-1 TO WS-BR-BUCKET-1
            ADD DS-BUCKET-30 TO WS-BR-BUCKET-30
            ADD DS-BUCKET-60 TO WS-BR-BUCKET-60
            ADD DS-BUCKET-90 TO WS-BR-BUCKET-90
            ADD DS-TOTAL-DUE TO WS-BR-TOTAL-DUE
            ADD DS-PRIN-BAL TO WS-BR-PRIN-BAL
            PERFORM 610-RETURN-DELQ-ROW
            .
      *
       640-CLOSE-BRANCH-BLOCK.
      *
      *prints the finished branch's totals line and folds its
      *figures into the grand totals
      *
            MOVE SPACES TO DT-LABEL
            STRING "BR " WS-CUR-BRANCH DELIMITED BY SIZE
                INTO DT-LABEL
            MOVE WS-BR-LOAN-CNT TO DT-LOAN-CNT
            MOVE WS-BR-BUCKET-1 TO DT-BUCKET-1
            MOVE WS-BR-BUCKET-30 TO DT-BUCKET-30
            MOVE WS-BR-BUCKET-60 TO DT-BUCKET-60
            MOVE WS-BR-BUCKET-90 TO DT-BUCKET-90
            MOVE WS-BR-TOTAL-DUE TO DT-TOTAL-DUE
            MOVE WS-BR-PRIN-BAL TO DT-PRIN-BAL
            MOVE SPACES TO DELQ-LINE
            PERFORM 450-PRINT-DELQ-LINE
            MOVE WS-DQ-TOTAL-LINE TO DELQ-LINE
            PERFORM 450-PRINT-DELQ-LINE
            ADD WS-BR-LOAN-CNT TO WS-ALL-LOAN-CNT
            ADD WS-BR-BUCKET-1 TO WS-ALL-BUCKET-1
            ADD WS-BR-BUCKET-30 TO WS-ALL-BUCKET-30
            ADD WS-BR-BUCKET-60 TO WS-ALL-BUCKET-60
            ADD WS-BR-BUCKET-90 TO WS-ALL-BUCKET-90
            ADD WS-BR-TOTAL-DUE TO WS-ALL-TOTAL-DUE
            ADD WS-BR-PRIN-BAL TO WS-ALL-PRIN-BAL
            INITIALIZE WS-BRANCH-FIGURES
            .
      *
       660-PRINT-GRAND-TOTALS.
      *
      *prints the all-branch delinquency totals, on a page of their
      *own when no loan is late at all
      *
            IF WS-DQ-PAGE-COUNT = 0
                MOVE "ALL" TO WS-CUR-BRANCH
                PERFORM 460-PRINT-DELQ-HEADINGS
            END-IF
            MOVE "ALL" TO DT-LABEL
            MOVE WS-ALL-LOAN-CNT TO DT-LOAN-CNT
            MOVE WS-ALL-BUCKET-1 TO DT-BUCKET-1
            MOVE WS-ALL-BUCKET-30 TO DT-BUCKET-30
            MOVE WS-ALL-BUCKET-60 TO DT-BUCKET-60
            MOVE WS-ALL-BUCKET-90 TO DT-BUCKET-90
            MOVE WS-ALL-TOTAL-DUE TO DT-TOTAL-DUE
            MOVE WS-ALL-PRIN-BAL TO DT-PRIN-BAL
            MOVE SPACES TO DELQ-LINE
            WRITE DELQ-LINE
            WRITE DELQ-LINE FROM WS-DQ-TOTAL-LINE
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE DELQ-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one posting register line . starts a new page and
      *reprints the headings whenever the page fills up or the
      *register is starting
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
       450-PRINT-DELQ-LINE.
      *
      *prints the delinquency line already moved to delq-line .
      *starts a new page whenever the page fills up, the branch
      *changes or the report is starting
      *
            IF WS-DQ-LINE-COUNT = 0
                    OR WS-DQ-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 460-PRINT-DELQ-HEADINGS
            END-IF
            WRITE DELQ-LINE
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE DELQ-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DQ-LINE-COUNT
            .
      *
       460-PRINT-DELQ-HEADINGS.
      *
      *starts a new delinquency page for the branch in hand . the
      *line waiting in delq-line is kept across the headings
      *
            MOVE DELQ-LINE TO WS-DQ-HOLD-LINE
            ADD 1 TO WS-DQ-PAGE-COUNT
            MOVE WS-DQ-PAGE-COUNT TO DH2-PAGE-NO
            MOVE WS-CUR-BRANCH TO DH2-BRANCH
            WRITE DELQ-LINE FROM WS-DQ-HEADING-1
            WRITE DELQ-LINE FROM WS-DQ-HEADING-2
            WRITE DELQ-LINE FROM WS-DQ-HEADING-3
            MOVE SPACES TO DELQ-LINE
            WRITE DELQ-LINE
            MOVE 0 TO WS-DQ-LINE-COUNT
            MOVE WS-DQ-HOLD-LINE TO DELQ-LINE
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the posting totals so the day's loan repayments can be
      *proved against the credits the posting run made
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOANS " WS-LOAN-READ-CNT
                   "  BOOKED " WS-BOOKED-CNT
                   "  BILLED " WS-BILLED-CNT
                   "  UNUSABLE " WS-UNUSABLE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "PAYMENTS " WS-PAYMENT-CNT
                   "  PAID OFF " WS-PAID-OFF-CNT
                   "  LATE " WS-DELQ-CNT
                   "  FEES " WS-FEE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE "TOTALS" TO DL-EVENT
            MOVE WS-PAY-TOTAL TO DL-AMOUNT
            MOVE WS-INT-PAID-TOTAL TO DL-INTEREST
            MOVE WS-PRIN-PAID-TOTAL TO DL-PRINCIPAL
            MOVE WS-AHEAD-TOTAL TO DL-AHEAD
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "HISTORY ROWS READ ......: " WS-HIST-READ-CNT
            DISPLAY "CREDITS POSTED TODAY ...: " WS-CREDIT-CNT
            DISPLAY "CREDITS NOT TO A LOAN ..: " WS-NOT-LOAN-CNT
            DISPLAY "LOANS READ .............: " WS-LOAN-READ-CNT
            DISPLAY "LOANS BOOKED ...........: " WS-BOOKED-CNT
            DISPLAY "LOANS UNUSABLE .........: " WS-UNUSABLE-CNT
            DISPLAY "INSTALLMENTS BILLED ....: " WS-BILLED-CNT
            DISPLAY "REPAYMENTS APPLIED .....: " WS-PAYMENT-CNT
            DISPLAY "REPAYMENTS UNAPPLIED ...: " WS-UNAPPLIED-CNT
            DISPLAY "LOANS PAID OFF .........: " WS-PAID-OFF-CNT
            DISPLAY "LOANS DELINQUENT .......: " WS-DELQ-CNT
            DISPLAY "LATE FEES CHARGED ......: " WS-FEE-CNT
            DISPLAY "LATE FEE AMOUNT ........: " WS-FEE-TOTAL
            DISPLAY "LOANS CARRIED FORWARD ..: " WS-LOAN-OUT-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE LOAN-MASTER
             LOAN-MASTER-OUT
             LOAN-FEE-FILE
             REPORT-FILE
             DELQ-REPORT.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad fee card or a
      *loan master out of order instead of posting half a day
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM103 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (LOAN-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (LOAN-MASTER-OUT): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (POSTED-HISTORY): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PARAM-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (LOAN-FEE-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (DELQ-WORK): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (DELQ-REPORT): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
