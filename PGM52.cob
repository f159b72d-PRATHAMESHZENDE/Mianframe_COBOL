          SELECT NOTICE2-FILE ASSIGN TO "NOTICE2"
            FILE STATUS IS WS-STATUS20
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT NSF-ITEM-FILE ASSIGN TO "NSFITEM"
            FILE STATUS IS WS-STATUS25
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT EXT-PAY-FILE ASSIGN TO "EXTPAY"
            FILE STATUS IS WS-STATUS26
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT OPTIONAL PARAM-FILE ASSIGN TO "POSTPARM"
            FILE STATUS IS WS-STATUS27
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT MEMO-REPORT ASSIGN TO "MEMORPT"
            FILE STATUS IS WS-STATUS28
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT PRIOR-SORTED ASSIGN TO "PRIORSRT"
            FILE STATUS IS WS-STATUS21
          SELECT CLOSED-SORTED ASSIGN TO "CLOSESRT"
            FILE STATUS IS WS-STATUS22
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT OPTIONAL TD-MASTER ASSIGN TO "TDMSTR"
            FILE STATUS IS WS-STATUS23
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS24
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS29
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT FLOAT-NEW ASSIGN TO "FLOATNEW"
            FILE STATUS IS WS-STATUS30
              ORGANIZATION IS LINE SEQUENTIAL.
      *
          SELECT REV-SORT-FILE ASSIGN TO "SORTWK".
      *
      *        SENT, "2" FINAL NOTICE SENT . THE PGM68 SWEEP ONLY
      *        ESCHEATS ACCOUNTS AT STAGE "2" -- THE REGULATOR GETS
      *        ITS WARNINGS BEFORE THE MONEY MOVES
            05 OM-FIRST-OD-DATE PIC 9(8).
      *        THE BUSINESS DATE THE LEDGER BALANCE WENT BELOW ZERO
      *        AND HAS STAYED THERE EVER SINCE, STAMPED AND CLEARED
      *        BY THIS RUN . ZERO -- OR SPACES, ON A RECORD NOT
      *        TOUCHED SINCE THE FIELD WAS CARVED OUT OF THE SPACE THE
      *        PGM82 EXPANSION RESERVED -- WHILE THE ACCOUNT IS NOT
      *        OVERDRAWN . PGM129 AGES THE OVERDRAWN BOOK BY IT
      *
      *
       FD TRANS-FILE.
            05 T-AMOUNT     PIC 9(7)V99.
            05 T-TYPE       PIC X(1).
      *        "C" = CREDIT (ADD TO BALANCE)  "D" = DEBIT (SUBTRACT)
      *        "E" = EXTERNAL PAYMENT : A DEBIT PAID AWAY TO AN
      *        ACCOUNT AT ANOTHER BANK (SEE T-BENE-ROUTING)
      *        "W" = CHARGE-OFF : AN APPROVED WRITE-OFF OF THE WHOLE
      *        OVERDRAWN BALANCE (PGM129) . IT POSTS AS A CREDIT ONLY
      *        WHEN T-AMOUNT BRINGS THE BALANCE EXACTLY TO ZERO, AND
      *        BLOCKS THE ACCOUNT
            05 T-EFF-DATE   PIC 9(8).
      *        EFFECTIVE DATE THE TRANSACTION IS TO BE POSTED, CCYYMMDD
            05 T-ORIG-TYPE  PIC X(1).
      *        HISTORY SO ORIGIN SURVIVES EVERY ROUTING
            05 T-TELLER-ID  PIC X(4).
            05 T-SOURCE     PIC X(1).
                88 T-SYSTEM-FED VALUE "A" "C" "E" "F" "K" "L" "M"
                                      "N" "O" "P" "V".
      *        WHICH FEED THE PGM74 GATEWAY ASSEMBLED THE RECORD
      *        FROM : "B" BRANCH/INCOMING, "Y" CARRYFORWARD, "R"
      *        RECYCLE, "A" ACCRUAL, "E" ESCHEAT, "F" FEE, "S"
      *        STANDING ORDER, "L" LOAN LATE FEE, "M" TERM-DEPOSIT
      *        MATURITY, "W" ON-US SALARY CREDIT (PGM96), "N" NSF
      *        FEE (PGM115), "I" INWARD CLEARING CHEQUE (PGM117),
      *        "O" RETURNED EXTERNAL PAYMENT (PGM119), "V" BACK-
      *        VALUED INTEREST ADJUSTMENT (PGM126), "K" BALANCE
      *        SWEEP (PGM128), "C" CHARGE-OFF (PGM129) . SPACES ON
      *        FILES BUILT BEFORE THE GATEWAY EXISTED . "P" NEVER
      *        ARRIVES ON THE FILE : IT TAGS THE EARLY-WITHDRAWAL
      *        PENALTY THIS PROGRAM POSTS ITSELF . T-SYSTEM-FED
      *        NAMES EVERY TAG THE SYSTEM ORIGINATES RATHER THAN THE
      *        CUSTOMER : THE PENALTY, THE HELD-FUNDS AND THE
      *        CUSTOMER-ACTIVITY TESTS ALL ASK IT, SO A NEW FEED'S TAG
      *        IS ADDED THERE ONCE
            05 T-XFER-ACCT  PIC X(5).
      *        FOR A TYPE "T" TRANSFER LEG ONLY : THE PARTNER ACCOUNT
      *        ON THE OTHER SIDE OF THE PAIR . T-ORIG-TYPE CARRIES
               10 T-NEW-OD-LIMIT REDEFINES T-NEW-OD-LIMIT-X
                                 PIC 9(7)V99.
               10 FILLER        PIC X(11).
            05 T-BENE-NAME REDEFINES T-MAINT-DATA PIC X(20).
      *        FOR A TYPE "E" EXTERNAL PAYMENT ONLY : THE
      *        BENEFICIARY'S NAME AS THE RECEIVING BANK IS TO SEE IT
            05 T-BENE-ROUTING PIC X(9).
      *        FOR A TYPE "E" EXTERNAL PAYMENT ONLY : THE RECEIVING
      *        BANK'S ROUTING NUMBER AND THE BENEFICIARY'S ACCOUNT
      *        THERE . A PAYMENT WITHOUT BOTH IS NEVER PAID AWAY
            05 T-BENE-ACCT  PIC X(17).
            05 T-AVAIL-CLASS PIC X(1).
      *        FOR A CUSTOMER CREDIT ONLY : THE FUNDS-AVAILABILITY
      *        CLASS THE COUNTER GAVE THE DEPOSIT -- "C" CASH, "U"
      *        ON-US CHEQUE, "X" OTHER-BANK CHEQUE . THE PRODUCT'S
      *        AVAILABILITY SCHEDULE DECIDES HOW LONG EACH CLASS IS
      *        HELD UNCOLLECTED . SPACES, AND ANYTHING THE SYSTEM
      *        FEEDS RAISE THEMSELVES, ARE AVAILABLE AT ONCE
            05 FILLER       PIC X(8).
      *
       FD NEW-MASTER.
       01 NEW-MASTER-REC.
      *        NOTICE STAGE, ADVANCED BY THIS RUN AS THE NO-ACTIVITY
      *        COUNT CROSSES THE NOTICE THRESHOLDS AND CLEARED THE
      *        MOMENT A TRANSACTION POSTS (SEE OM-NOTICE-STG)
            05 NM-FIRST-OD-DATE PIC 9(8).
      *        SET TO THE BUSINESS DATE THE DAY THE BALANCE FIRST
      *        CLOSES BELOW ZERO, KEPT WHILE IT STAYS THERE AND ZEROED
      *        THE DAY IT CLOSES AT OR ABOVE ZERO (SEE OM-FIRST-OD-DATE)
      *
       FD SUSPENSE-FILE.
      *     TRANSACTIONS THAT CANNOT BE SAFELY APPLIED AUTOMATICALLY
      *        CARRIED SO A RECYCLED LEG GOES BACK INTO THE RUN
      *        WHOLE INSTEAD OF FAILING THE PAIR PRE-SCAN FOREVER
      *        WITH A BLANK PARTNER
            05 SUS-SOURCE    PIC X(1).
      *        THE T-SOURCE TAG OF THE TRANSACTION ROUTED HERE, SO A
      *        FEED CAN FIND ITS OWN ITEMS AGAIN -- THE STANDING-ORDER
      *        FEEDBACK RUN (PGM101) MATCHES ITS "S" ITEMS BACK TO
      *        THE ORDERS THAT RAISED THEM . SPACES ON A BATCH-LEVEL
      *        OR ALERT ROW THAT HAS NO SINGLE TRANSACTION BEHIND IT
            05 SUS-AVAIL-CLASS PIC X(1).
      *        A SUSPENDED DEPOSIT'S AVAILABILITY CLASS (SEE
      *        T-AVAIL-CLASS), SO A CHEQUE RECYCLED THROUGH PGM57 IS
      *        STILL HELD WHEN IT FINALLY POSTS
            05 FILLER        PIC X(5).
      *
       FD CHECKPOINT-FILE.
      *     ONE RECORD IS WRITTEN EVERY WS-CHECKPOINT-INTERVAL MASTER
      *
       FD AUDIT-LOG.
      *     ONE RECORD PER NEW-MASTER/SUSPENSE WRITE SO A BAD BALANCE
      *     CAN BE TRACED BACK TO THE EXACT PARAGRAPH THAT PRODUCED IT .
      *     EACH LIVE RUN ENDS ITS ROWS WITH ONE SEAL ROW, ACTION CODE
      *     "SEAL", LAID OUT BY PGM131
       01 AUDIT-REC.
           05 AUD-OM-ACCT-NO   PIC X(5).
            05 AUD-NM-ACCT-NO   PIC X(5).
            05 CF-ORIG-DATE  PIC 9(8).
            05 CF-BRANCH-ID  PIC X(3).
            05 CF-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(6).
            05 CF-BENE-NAME  PIC X(20).
      *        A FUTURE-DATED TYPE "E" EXTERNAL PAYMENT KEEPS ITS
      *        BENEFICIARY, IN TRANS-REC'S OWN COLUMNS, SO IT COMES
      *        BACK TOMORROW STILL PAYABLE
            05 CF-BENE-ROUTING PIC X(9).
            05 CF-BENE-ACCT  PIC X(17).
            05 CF-AVAIL-CLASS PIC X(1).
      *        A FUTURE-DATED DEPOSIT KEEPS ITS AVAILABILITY CLASS,
      *        IN TRANS-REC'S OWN COLUMN, SO IT IS STILL HELD THE DAY
      *        IT POSTS
            05 FILLER        PIC X(8).
      *
       FD DORMANT-FILE.
      *     ONE RECORD PER ACCOUNT THAT HAS JUST REACHED
      *     TRANSACTIONS ARE HISTORY -- THEY ARE HELD BACK UNTIL THE
      *     BATCH'S FATE IS KNOWN AND ONLY FLUSHED HERE WHEN IT POSTS .
      *     THE JCL KEEPS THIS DD AT DISP=MOD SO HISTORY ACCUMULATES
      *     ACROSS RUNS THE SAME WAY AUDITLOG DOES, AND LIKE IT EACH
      *     LIVE RUN ENDS ITS ROWS WITH ONE SEAL ROW, HIS-TYPE "*",
      *     LAID OUT BY PGM131
       01 POSTED-HISTORY-REC.
           05 HIS-ACCT-NO    PIC X(5).
            05 HIS-AMOUNT     PIC 9(7)V99.
      *        HISTORY
            05 HIS-CYCLE-NO   PIC 9(2).
      *        THE CYCLE THE ROW POSTED UNDER (SEE CKP-CYCLE-NO)
            05 HIS-ORIG-TYPE  PIC X(1).
      *        FOR A POSTED TRANSFER LEG : THE LEG'S OWN DIRECTION
      *        ("D" MONEY OUT / "C" MONEY IN, SEE T-ORIG-TYPE), SO A
      *        READER OF HISTORY CAN TELL A REPAYMENT ARRIVING BY
      *        TRANSFER FROM ONE LEAVING . SPACES ON OLDER ROWS
            05 FILLER         PIC X(35).
      *
       FD RUN-HISTORY.
      *     ONE SUMMARY RECORD APPENDED PER COMPLETED RUN -- UNLIKE
      *     OPERATIONS TO DISPOSITION THROUGH THE EXISTING PGM57
      *     FLOW . A HOLD PAST ITS EXPIRY DATE NO LONGER MATCHES BUT
      *     IS STILL COUNTED ON THE DAILY HOLD REPORT . ABSENT FILE
      *     MEANS NO HOLDS, AS BEFORE THE FILE EXISTED . HOLDS ARE
      *     PLACED, AMENDED AND RELEASED BY PGM100, WHICH ALSO SWEEPS
      *     EXPIRED ONES OFF THE FILE NIGHTLY . MUST STAY IN SYNC WITH
      *     PGM100.COB'S HOLD-REC LAYOUT
       01 HOLD-REC.
           05 HLD-ACCT-NO   PIC X(5).
            05 HLD-TYPE      PIC X(1).
            05 HLD-LIMIT-AMT PIC 9(7)V99.
            05 HLD-PLACED-BY PIC X(4).
            05 HLD-EXPIRY    PIC 9(8).
            05 HLD-PLACED-DATE PIC 9(8).
            05 FILLER        PIC X(45).
      *
       FD HOLD-REPORT.
      *     THE DAILY HOLD REPORT : ONE LINE PER HOLD ON FILE WITH
       01 HOLD-REPORT-LINE  PIC X(80).
      *
       FD NOTICE1-FILE.
      *     FIRST-NOTICE LETTER EXTRACT : ONE RECORD PER PARTY TO
      *     EACH ACCOUNT THAT CROSSED THE FIRST-NOTICE STAGE THIS RUN,
      *     FOR THE LETTER PRINT TO MERGE WITH THE CUSTOMER MASTER'S
      *     ADDRESSES . THE PARTIES AND THEIR ROLES COME FROM THE
      *     ACCOUNT RELATIONSHIP FILE ; AN ACCOUNT WITH NONE IN FORCE
      *     HAS ONE RECORD FOR ITS OWNING CUSTOMER AS PRIMARY
       01 NOTICE1-REC.
           05 N1-ACCT-NO    PIC X(5).
            05 N1-CUST-NO    PIC X(5).
            05 N1-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 N1-NOTICE-DATE PIC 9(8).
            05 N1-STAGE      PIC X(1).
            05 N1-ROLE       PIC X(1).
            05 FILLER        PIC X(30).
      *
       FD NOTICE2-FILE.
      *     FINAL-NOTICE LETTER EXTRACT, SAME LAYOUT AS NOTICE1-REC .
            05 N2-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 N2-NOTICE-DATE PIC 9(8).
            05 N2-STAGE      PIC X(1).
            05 N2-ROLE       PIC X(1).
            05 FILLER        PIC X(30).
      *
       FD NSF-ITEM-FILE.
      *     REFUSED-ITEM EXTRACT : ONE RECORD PER DEBIT (OR MONEY-OUT
      *     TRANSFER LEG) IN A BATCH 615-REJECT-OVERDRAFT VOIDED FOR
      *     INSUFFICIENT FUNDS . THE SUSPENSE ROW ONLY CARRIES THE
      *     ACCOUNT'S BALANCE, SO THIS IS WHERE THE ITEMS THEMSELVES
      *     ARE KEPT FOR THE PGM115 NSF NOTICE AND FEE RUN . MUST STAY
      *     IN SYNC WITH PGM115.COB'S NSF-ITEM-REC LAYOUT
       01 NSF-ITEM-REC.
           05 NI-ACCT-NO    PIC X(5).
            05 NI-CUST-NO    PIC X(5).
            05 NI-CUST-NAME  PIC X(20).
            05 NI-BRANCH     PIC X(3).
            05 NI-PRODUCT    PIC X(2).
            05 NI-AMOUNT     PIC 9(7)V99.
            05 NI-TYPE       PIC X(1).
            05 NI-EFF-DATE   PIC 9(8).
            05 NI-SOURCE     PIC X(1).
            05 NI-XFER-ACCT  PIC X(5).
            05 NI-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 NI-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(3).
      *
       FD EXT-PAY-FILE.
      *     THE PAYMENTS CLEARING POSITION : ONE RECORD PER TYPE "E"
      *     EXTERNAL PAYMENT WHOSE DEBIT ACTUALLY POSTED, WRITTEN
      *     ALONGSIDE ITS POSTED-HISTORY ROW . THE MONEY HAS LEFT THE
      *     CUSTOMER AND SITS HERE UNTIL THE PGM118 BUILD STEP PUTS
      *     IT ON THE OUTBOUND PAYMENT FILE . MUST STAY IN SYNC WITH
      *     PGM118.COB'S EXT-PAY-REC LAYOUT
       01 EXT-PAY-REC.
           05 EP-ACCT-NO    PIC X(5).
            05 EP-AMOUNT     PIC 9(7)V99.
            05 EP-EFF-DATE   PIC 9(8).
            05 EP-BENE-ROUTING PIC X(9).
            05 EP-BENE-ACCT  PIC X(17).
            05 EP-BENE-NAME  PIC X(20).
            05 EP-CUST-NAME  PIC X(20).
            05 EP-BRANCH     PIC X(3).
            05 EP-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(1).
      *
       FD CLOSED-REGISTER.
      *     THE PERMANENT CLOSED-ACCOUNT REGISTER (OPENED EXTEND THE
      *     WAY RUN-HISTORY IS) : ONE RECORD PER CLOSURE WITH THE
      *     FINAL BALANCE, CLOSURE DATE, CLOSING BRANCH AND PRODUCT .
      *     LOADED AT INITIALIZATION SO A TRAILING DIRECT DEBIT
      *     AGAINST A CLOSED NUMBER SUSPENDS AS "ACCOUNT CLOSED"
      *     INSTEAD OF LOOKING LIKE A NEW-ACCOUNT REQUEST, READ BY
      *     PGM67 SO STAFF CAN TELL THE CUSTOMER WHEN THE ACCOUNT
      *     CLOSED, AND BY PGM116 TO COUNT THE MONTH'S CLOSURES
       01 CLOSED-REGISTER-REC.
           05 CLO-ACCT-NO    PIC X(5).
            05 CLO-FINAL-BAL  PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 CLO-CLOSE-DATE PIC 9(8).
            05 CLO-BRANCH     PIC X(3).
            05 CLO-CUST-NAME  PIC X(20).
            05 CLO-PRODUCT    PIC X(2).
            05 FILLER         PIC X(32).
      *
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER . ONLY THE CODE COLUMN MATTERS HERE --
      *     SYNC WITH PGM63.COB'S PRODUCT-MASTER-REC LAYOUT . WHEN THE
      *     OPTIONAL FILE IS ABSENT THE CHECK STANDS DOWN, SO THE
      *     PRODUCT MASTER CAN BE ROLLED OUT WITHOUT SUSPENDING THE
      *     WHOLE BANK ON ITS FIRST NIGHT . A PRODUCT CARRIES ONE ROW
      *     PER EFFECTIVE-DATED RATE CHANGE, SO ITS CODE IS TABLED
      *     ONCE HOWEVER MANY ROWS FOLLOW . THE TERM-DEPOSIT FLAG AND
      *     EARLY-WITHDRAWAL PENALTY RULE, AND THE FUNDS-
      *     AVAILABILITY SCHEDULE, ARE TAKEN FROM THE ROW IN FORCE ON
      *     THE BUSINESS DATE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 FILLER         PIC X(148).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 FILLER         PIC X(2).
            05 PM-TD-FLAG     PIC X(1).
            05 PM-TD-PEN-RULE PIC X(1).
            05 PM-TD-PEN-VALUE-X PIC X(5).
            05 PM-TD-PEN-VALUE REDEFINES PM-TD-PEN-VALUE-X
                              PIC 9(3)V99.
            05 PM-OD-MAX-X    PIC X(9).
            05 PM-OD-MAX REDEFINES PM-OD-MAX-X PIC 9(7)V99.
            05 PM-NSF-FEE-X   PIC X(7).
            05 PM-NSF-FEE REDEFINES PM-NSF-FEE-X PIC 9(5)V99.
            05 PM-NSF-CAP-X   PIC X(7).
            05 PM-NSF-CAP REDEFINES PM-NSF-CAP-X PIC 9(5)V99.
            05 PM-AVAIL-CASH-X  PIC X(2).
            05 PM-AVAIL-CASH REDEFINES PM-AVAIL-CASH-X PIC 9(2).
            05 PM-AVAIL-ONUS-X  PIC X(2).
            05 PM-AVAIL-ONUS REDEFINES PM-AVAIL-ONUS-X PIC 9(2).
            05 PM-AVAIL-OTHER-X PIC X(2).
            05 PM-AVAIL-OTHER REDEFINES PM-AVAIL-OTHER-X PIC 9(2).
            05 FILLER         PIC X(4).
      *
       FD TD-MASTER.
      *     THE TERM-DEPOSIT MASTER PGM108 KEEPS, ASCENDING ACCOUNT .
      *     ONLY AN ACTIVE TERM DEPOSIT'S RATE AND MATURITY DATE
      *     MATTER HERE : A CUSTOMER DEBIT AGAINST ONE BEFORE ITS
      *     MATURITY POSTS WITH THE PRODUCT'S EARLY-WITHDRAWAL
      *     PENALTY BESIDE IT . THE MAIN MERGE WALKS THE ACCOUNTS IN
      *     THE SAME ORDER, SO ONE FORWARD READ ANSWERS EVERY LOOKUP
      *     WITH NO IN-CORE TABLE . ABSENT MEANS NO PENALTIES . MUST
      *     STAY IN SYNC WITH PGM108.COB'S TD-MASTER-REC LAYOUT
       01 TD-MASTER-REC.
           05 TDM-ACCT-NO COPY ACCTREC.
            05 FILLER         PIC X(3).
            05 TDM-RATE       PIC 9(2)V9(4).
            05 FILLER         PIC X(14).
            05 TDM-STATUS     PIC X(1).
            05 TDM-MATURITY-DATE PIC 9(8).
            05 FILLER         PIC X(63).
      *
       FD RELATION-FILE.
      *     THE ACCOUNT RELATIONSHIP FILE PGM114 KEEPS, ONE ROW PER
      *     ACCOUNT AND CUSTOMER IN ASCENDING ACCOUNT THEN CUSTOMER
      *     ORDER . READ FORWARD IN STEP WITH THE MERGE, THE SAME WAY
      *     TD-MASTER IS, TO ADDRESS A DORMANCY NOTICE TO EVERY PARTY
      *     TO THE ACCOUNT . ABSENT MEANS EVERY NOTICE GOES TO THE
      *     OWNING CUSTOMER ALONE . MUST STAY IN SYNC WITH
      *     PGM114.COB'S RELATION-REC LAYOUT
       01 RELATION-REC.
           05 AR-KEY.
               10 AR-ACCT-NO     PIC X(5).
               10 AR-CUST-NO     PIC X(5).
            05 AR-ROLE        PIC X(1).
            05 AR-EFF-DATE    PIC 9(8).
            05 AR-SHARE-PCT   PIC 9(3)V99.
            05 AR-STMT-COPY   PIC X(1).
            05 FILLER         PIC X(55).
      *
       FD BACKDATED-FILE.
      *     ONE RECORD PER TRANSACTION THAT POSTED WITH AN EFFECTIVE
            05 BKD-TYPE       PIC X(1).
            05 BKD-EFF-DATE   PIC 9(8).
            05 BKD-DAYS-OLD   PIC 9(5).
            05 BKD-ORIG-TYPE  PIC X(1).
      *        THE ORIG-TYPE THE ITEM POSTED WITH : FOR A "T" TRANSFER
      *        LEG ITS DIRECTION, FOR AN "R" REVERSAL THE TYPE IT
      *        BACKED OUT, SO PGM126 CAN TELL WHICH WAY THE BALANCE
      *        MOVED WHEN IT RE-ACCRUES THE BACK-VALUED DAYS
            05 FILLER         PIC X(71).
      *
       FD OVERDRAWN-FILE.
      *     ONE RECORD PER ACCOUNT WHOSE FINAL BALANCE WENT NEGATIVE
      *     TODAY WITHIN ITS AUTHORIZED OVERDRAFT LIMIT -- JUDGED ON
      *     THE AVAILABLE BALANCE, SO AN ACCOUNT LIVING ON A DEPOSIT
      *     THAT HAS NOT CLEARED IS LISTED TOO -- SO THE DAILY
      *     REVIEW SEES WHO IS INTO THEIR LIMIT AND BY HOW MUCH .
      *     BREACHES BEYOND THE LIMIT STILL ROUTE TO SUSPENSE INSTEAD
       01 OVERDRAWN-REC.
            05 ODR-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 ODR-OD-LIMIT   PIC 9(7)V99.
            05 ODR-CUST-NAME  PIC X(20).
            05 ODR-AVAIL-BAL  PIC S9(7)V99 SIGN LEADING SEPARATE.
      *        THE AVAILABLE BALANCE -- LEDGER LESS DEPOSITS STILL
      *        UNCOLLECTED -- WHICH IS WHAT PUT THE ACCOUNT ON THIS
      *        REPORT ; ODR-BALANCE STAYS THE LEDGER BALANCE
            05 FILLER         PIC X(46).
      *     THE HEADING LINE A FRESH RUN OPENS THE REPORT WITH : THE
      *     BUSINESS DATE AND THE MASKING LEVEL THE ACCOUNT NUMBERS
      *     BELOW IT WERE PRINTED UNDER
       01 OVERDRAWN-HEAD-REC.
           05 ODH-TITLE      PIC X(26).
            05 ODH-RUN-DATE   PIC 9(8).
            05 FILLER         PIC X(2).
            05 ODH-MASK-LEVEL PIC X(32).
            05 FILLER         PIC X(32).
      *
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS (FLOAT) FILE : ONE ROW PER DEPOSIT
      *     STILL HELD, IN ASCENDING ACCOUNT ORDER, AS LAST NIGHT'S
      *     RUN LEFT IT ON FLOAT-NEW . READ FORWARD IN STEP WITH THE
      *     MERGE THE SAME WAY TD-MASTER IS : EACH ACCOUNT'S ROWS ARE
      *     LOADED AS IT IS REACHED, THE ROWS WHOSE AVAILABILITY DATE
      *     HAS COME ARE RELEASED, AND THE REST ARE THE ACCOUNT'S
      *     UNCOLLECTED AMOUNT . ABSENT MEANS NOTHING IS UNCOLLECTED,
      *     THE FIRST NIGHT THE SCHEDULE RUNS
       01 FLOAT-REC.
           05 FL-ACCT-NO     COPY ACCTREC.
            05 FL-AMOUNT      PIC 9(7)V99.
            05 FL-DEP-DATE    PIC 9(8).
      *        THE DEPOSIT'S EFFECTIVE DATE, WHICH A TYPE "R"
      *        REVERSAL OF IT NAMES AS ITS ORIGINAL DATE
            05 FL-AVAIL-DATE  PIC 9(8).
      *        THE BUSINESS DATE FROM WHICH THE MONEY MAY BE DRAWN ;
      *        THE ROW IS RELEASED BY THE FIRST RUN ON OR AFTER IT
            05 FL-CLASS       PIC X(1).
            05 FL-BRANCH      PIC X(3).
      *        THE ACCOUNT'S OWNING BRANCH, WHICH THE DAILY FLOAT
      *        REPORT (PGM127) TOTALS BY, AND THE BRANCH THE DEPOSIT
      *        WAS TAKEN AT
            05 FL-DEP-BRANCH  PIC X(3).
            05 FL-POST-DATE   PIC 9(8).
      *        THE BUSINESS DATE THE DEPOSIT POSTED AND WENT ON HOLD
            05 FILLER         PIC X(35).
      *
       FD FLOAT-NEW.
      *     TONIGHT'S FLOAT FILE : EVERY DEPOSIT STILL UNCOLLECTED
      *     AFTER THE RUN, IN THE SAME LAYOUT AND ORDER, WRITTEN BESIDE
      *     EACH ACCOUNT'S NEW-MASTER RECORD . IT BECOMES TOMORROW'S
      *     FLOAT-FILE, AND PGM127 REPORTS FROM IT . MUST STAY IN SYNC
      *     WITH PGM127.COB'S, PGM64.COB'S, PGM67.COB'S,
      *     PGM110.COB'S AND PGM128.COB'S FLOAT-REC LAYOUT
       01 FLOAT-NEW-REC.
           05 FN-ACCT-NO     COPY ACCTREC.
            05 FN-AMOUNT      PIC 9(7)V99.
            05 FN-DEP-DATE    PIC 9(8).
            05 FN-AVAIL-DATE  PIC 9(8).
            05 FN-CLASS       PIC X(1).
            05 FN-BRANCH      PIC X(3).
            05 FN-DEP-BRANCH  PIC X(3).
            05 FN-POST-DATE   PIC 9(8).
            05 FILLER         PIC X(35).
      *
       FD PARAM-FILE.
      *     THE OPTIONAL RUN-MODE CARD . "M" IN COLUMN 1 ASKS FOR A
      *     MEMO POST : THE WHOLE UPDATE RUNS OVER THE REAL OLD-MASTER
      *     AND TRANS-FILE BUT NOTHING IS POSTED, AND THE WHAT-IF
      *     REPORT (MEMO-REPORT) COMES OUT INSTEAD . ABSENT OR BLANK
      *     IS THE LIVE NIGHTLY POST
       01 PARAM-REC.
           05 PRM-RUN-MODE   PIC X(1).
            05 FILLER         PIC X(79).
      *
       FD MEMO-REPORT.
      *     THE MEMO POST'S WHAT-IF REPORT : PROJECTED BALANCING
      *     TOTALS, THE ITEMS THAT WOULD SUSPEND, THE ACCOUNTS THAT
      *     WOULD GO OVERDRAWN AND THE LARGEST BALANCE MOVEMENTS
       01 MEMO-REPORT-LINE  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS20  PIC 99.
       01 WS-STATUS21  PIC 99.
       01 WS-STATUS22  PIC 99.
       01 WS-STATUS23  PIC 99.
       01 WS-STATUS24  PIC 99.
       01 WS-STATUS25  PIC 99.
       01 WS-STATUS26  PIC 99.
       01 WS-STATUS27  PIC 99.
       01 WS-STATUS28  PIC 99.
       01 WS-STATUS29  PIC 99.
       01 WS-STATUS30  PIC 99.
      *
      *THE RUN MODE FROM THE POSTPARM CARD . A MEMO RUN DRIVES
      *400-COMPARE-RTN EXACTLY AS THE LIVE POST DOES, SO EVERY COUNT
      *AND TOTAL IS THE ONE THE NIGHT WOULD PRODUCE, BUT NEVER OPENS
      *OR WRITES NEW-MASTER, POSTED-HISTORY, AUDIT-LOG, CHECKPOINT-
      *FILE, RUN-HISTORY OR ANY OTHER FILE A DOWNSTREAM STEP READS AS
      *POSTED FACT, AND NEVER TOUCHES THE RUN-CONTROL LEDGER -- THE
      *LEDGER THEREFORE NEVER SHOWS PGM52 ENDED FOR THE NIGHT, SO
      *PGM55 (AND PGM69 BEHIND IT) REFUSE TO START ON MEMO OUTPUT,
      *AND THE CHECKPOINT PGM78 PROVES THE NEXT MORNING'S MASTER
      *AGAINST IS STILL THE LAST REAL RUN'S . ONLY SUSPENSE-FILE,
      *OVERDRAWN-FILE AND THE HOLD REPORT ARE WRITTEN, TO WHATEVER
      *SCRATCH DATASETS THE MEMO JOB POINTS THEM AT, AND THE FIRST
      *TWO ARE READ BACK INTO THE WHAT-IF REPORT
       01 WS-RUN-MODE          PIC X(1) VALUE "L".
           88 MEMO-RUN              VALUE "M".
           88 LIVE-RUN              VALUE "L".
      *
      *THE TEN LARGEST BALANCE MOVEMENTS A MEMO RUN WOULD POST, KEPT
      *IN DESCENDING ORDER OF SIZE (EITHER DIRECTION) AS EACH
      *ACCOUNT'S BATCH POSTS
       01 WS-MOVE-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 10 TIMES
                   INDEXED BY MV-IDX.
               10 WS-MOVE-ACCT     PIC X(5).
               10 WS-MOVE-NAME     PIC X(20).
               10 WS-MOVE-OLD-BAL  PIC S9(7)V99.
               10 WS-MOVE-NEW-BAL  PIC S9(9)V99.
               10 WS-MOVE-DELTA    PIC S9(9)V99.
               10 WS-MOVE-SIZE     PIC 9(9)V99.
       01 WS-MOVE-SIZE-NEW     PIC 9(9)V99 VALUE ZERO.
       01 WS-MOVE-PLACED-FLAG  PIC X(1) VALUE "N".
           88 MOVE-SLOT-FOUND       VALUE "Y".
           88 MOVE-SLOT-NOT-FOUND   VALUE "N".
      *
      *THE WHAT-IF REPORT'S READ-BACK COUNTS AND PRINT LINES
       01 WS-MEMO-EOF-FLAG     PIC X(1) VALUE "N".
           88 END-OF-MEMO-INPUT     VALUE "Y".
           88 NOT-END-OF-MEMO-INPUT VALUE "N".
       01 WS-MEMO-SUSP-CNT     PIC 9(7) VALUE ZERO.
       01 WS-MEMO-ODSUSP-CNT   PIC 9(7) VALUE ZERO.
       01 WS-MEMO-ODR-CNT      PIC 9(7) VALUE ZERO.
       01 WS-MEMO-TOTAL-LINE.
           05 MT-LABEL         PIC X(34).
            05 MT-COUNT         PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(3).
            05 MT-AMOUNT        PIC ----,---,---,--9.99.
            05 FILLER           PIC X(15).
       01 WS-MEMO-SUSP-LINE.
           05 MS-ACCT-NO       PIC X(5).
            05 FILLER           PIC X(2).
            05 MS-AMOUNT        PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(2).
            05 MS-TYPE          PIC X(1).
            05 FILLER           PIC X(2).
            05 MS-REASON        PIC X(20).
            05 FILLER           PIC X(2).
            05 MS-ORIGIN        PIC X(20).
            05 FILLER           PIC X(14).
       01 WS-MEMO-ODR-LINE.
           05 MO-ACCT-NO       PIC X(5).
            05 FILLER           PIC X(2).
            05 MO-CUST-NAME     PIC X(20).
            05 FILLER           PIC X(2).
            05 MO-BALANCE       PIC --,---,--9.99.
            05 FILLER           PIC X(2).
            05 MO-OD-LIMIT      PIC Z,ZZZ,ZZ9.99.
            05 FILLER           PIC X(24).
       01 WS-MEMO-MOVE-LINE.
           05 MM-ACCT-NO       PIC X(5).
            05 FILLER           PIC X(2).
            05 MM-CUST-NAME     PIC X(20).
            05 FILLER           PIC X(2).
            05 MM-OLD-BAL       PIC --,---,--9.99.
            05 FILLER           PIC X(1).
            05 MM-NEW-BAL       PIC ----,---,--9.99.
            05 FILLER           PIC X(1).
            05 MM-DELTA         PIC ----,---,--9.99.
            05 FILLER           PIC X(6).
      *
      *DORMANCY NOTICE STAGES : THE FIRST NOTICE GOES OUT AT THIS
      *MANY CONSECUTIVE NO-ACTIVITY RUNS, THE FINAL NOTICE (AND THE
       01 WS-NOTICE1-CNT       PIC 9(7) VALUE ZERO.
       01 WS-NOTICE2-CNT       PIC 9(7) VALUE ZERO.
      *
      *DEBITS REFUSED FOR INSUFFICIENT FUNDS, ONE PER NSF-ITEM-FILE
      *RECORD
       01 WS-NSF-ITEM-CNT      PIC 9(7) VALUE ZERO.
      *
      *EXTERNAL PAYMENTS POSTED TO THE PAYMENTS CLEARING POSITION,
      *AND THOSE SUSPENDED FOR WANT OF USABLE BENEFICIARY DETAILS
       01 WS-EXTPAY-CNT        PIC 9(7) VALUE ZERO.
       01 WS-EXTPAY-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-EXTPAY-BAD-CNT    PIC 9(7) VALUE ZERO.
      *
      *THE CLOSED-ACCOUNT REGISTER IS PERMANENT AND APPEND-ONLY, SO
      *IT IS NEVER LOADED INTO A BOUNDED TABLE . AT INITIALIZATION
      *ITS ROWS ARE SORTED BY ACCOUNT TO THE CLOSED-SORTED WORK
      *FILE IS ABSENT THE CHECK STANDS DOWN ENTIRELY
       01 WS-PROD-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-PROD-CODE-TABLE.
           05 WS-PROD-ENTRY OCCURS 50 TIMES
                   INDEXED BY PR-IDX.
               10 WS-PROD-CODE      PIC X(2).
               10 WS-PROD-TD-FLAG   PIC X(1).
               10 WS-PROD-PEN-RULE  PIC X(1).
               10 WS-PROD-PEN-VALUE PIC 9(3)V99.
               10 WS-PROD-AVAIL-CASH  PIC 9(2).
               10 WS-PROD-AVAIL-ONUS  PIC 9(2).
               10 WS-PROD-AVAIL-OTHER PIC 9(2).
       01 WS-PROD-CHECK-FLAG   PIC X(1) VALUE "N".
           88 PRODUCT-CHECK-ON      VALUE "Y".
           88 PRODUCT-CHECK-OFF     VALUE "N".
           88 ACCT-PRODUCT-UNKNOWN  VALUE "N".
       01 WS-UNKPROD-CNT       PIC 9(7) VALUE ZERO.
      *
      *FUNDS AVAILABILITY . A CUSTOMER DEPOSIT CARRYING AN
      *AVAILABILITY CLASS (T-AVAIL-CLASS) IS CREDITED TO THE LEDGER
      *THE NIGHT IT POSTS, BUT IS HELD UNCOLLECTED UNTIL ITS
      *PRODUCT'S SCHEDULE HAS RUN ITS BUSINESS DAYS -- SATURDAY AND
      *SUNDAY DO NOT COUNT . THE HOUSE SCHEDULE BELOW STANDS IN FOR
      *A PRODUCT ROW THAT LEAVES ITS SCHEDULE BLANK, AND FOR EVERY
      *PRODUCT WHEN NO PRODUCT MASTER IS SUPPLIED . THE ACCOUNT IN
      *HAND'S STILL-HELD DEPOSITS ARE TABLED FROM FLOAT-FILE AS THE
      *MERGE REACHES IT, TODAY'S NEW HOLDS ARE ADDED BEHIND THEM,
      *AND THE TABLE IS WRITTEN TO FLOAT-NEW BESIDE THE ACCOUNT'S
      *NEW-MASTER RECORD . DEBITS, THE HOLD TEST AND THE OVERDRAFT
      *DECISION JUDGE THE AVAILABLE BALANCE -- THE LEDGER LESS
      *WS-UNCOLL-AMT -- INSTEAD OF THE LEDGER . MORE THAN 100
      *DEPOSITS HELD ON ONE ACCOUNT IS TREATED AS FATAL
       01 WS-AVAIL-DEFAULTS.
           05 WS-DFLT-AVAIL-CASH  PIC 9(2) VALUE 00.
           05 WS-DFLT-AVAIL-ONUS  PIC 9(2) VALUE 01.
           05 WS-DFLT-AVAIL-OTHER PIC 9(2) VALUE 03.
       01 WS-FLOAT-COUNT       PIC 9(3) VALUE ZERO.
      *THE ROWS CAME OFF FLOAT-FILE ; THOSE BEYOND WERE ADDED TONIGHT
      *AND GO AGAIN IF THE BATCH IS VOIDED
       01 WS-FLOAT-LOADED      PIC 9(3) VALUE ZERO.
       01 WS-FLOAT-TABLE.
           05 WS-FLOAT-ENTRY OCCURS 100 TIMES
                   INDEXED BY FT-IDX FT-HIT.
               10 WS-FLOAT-AMOUNT     PIC 9(7)V99.
               10 WS-FLOAT-DEP-DATE   PIC 9(8).
               10 WS-FLOAT-AVAIL-DATE PIC 9(8).
               10 WS-FLOAT-CLASS      PIC X(1).
               10 WS-FLOAT-DEP-BRANCH PIC X(3).
               10 WS-FLOAT-POST-DATE  PIC 9(8).
               10 WS-FLOAT-LIVE       PIC X(1).
      *            "N" ONCE A REVERSAL HAS TAKEN THE DEPOSIT BACK
      *            OUT -- IT IS NOT CARRIED TO FLOAT-NEW
       01 WS-UNCOLL-AMT        PIC S9(9)V99 VALUE ZERO.
       01 WS-AVAIL-BAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-PRESCAN-UNCOLL    PIC S9(9)V99 VALUE ZERO.
       01 WS-LAST-FL-ACCT      PIC X(5) VALUE LOW-VALUES.
       01 WS-AVAIL-DAYS        PIC 9(2) VALUE ZERO.
       01 WS-AVAIL-DAY-INT     PIC 9(7) VALUE ZERO.
       01 WS-AVAIL-WEEKS       PIC 9(7) VALUE ZERO.
       01 WS-AVAIL-WEEKDAY     PIC 9(1) VALUE ZERO.
       01 WS-UNCOLL-HIT-FLAG   PIC X(1) VALUE "N".
           88 DEBIT-UNCOLLECTED     VALUE "Y".
           88 DEBIT-COLLECTED       VALUE "N".
       01 WS-FLOAT-HELD-CNT    PIC 9(7) VALUE ZERO.
       01 WS-FLOAT-HELD-TOTAL  PIC 9(11)V99 VALUE ZERO.
       01 WS-FLOAT-REL-CNT     PIC 9(7) VALUE ZERO.
       01 WS-FLOAT-REL-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-FLOAT-CARRY-CNT   PIC 9(7) VALUE ZERO.
       01 WS-FLOAT-CARRY-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-FLOAT-DROP-CNT    PIC 9(7) VALUE ZERO.
       01 WS-FLOAT-ORPHAN-CNT  PIC 9(7) VALUE ZERO.
       01 WS-UNCOLL-HELD-CNT   PIC 9(7) VALUE ZERO.
       01 WS-REV-FLOAT-FLAG    PIC X(1) VALUE "N".
           88 REV-FLOAT-FOUND       VALUE "Y".
      *
      *THE EARLY-WITHDRAWAL PENALTY ON A TERM DEPOSIT . THE
      *TRANSACTION IN HAND IS PARKED WHILE THE PENALTY BORROWS
      *TRANS-REC TO BE STASHED FOR HISTORY, THEN PUT BACK
       01 WS-TD-PENALTY        PIC 9(7)V99 VALUE ZERO.
       01 WS-TD-PEN-SAVE-REC   PIC X(100) VALUE SPACES.
       01 WS-LAST-TDM-ACCT     PIC X(5) VALUE LOW-VALUES.
       01 WS-TD-PEN-CNT        PIC 9(7) VALUE ZERO.
       01 WS-TD-PEN-TOTAL      PIC 9(9)V99 VALUE ZERO.
      *
      *THE PARTIES A DORMANCY NOTICE GOES TO, GATHERED FROM THE
      *RELATIONSHIP FILE FOR THE ACCOUNT IN WS-PARTY-ACCT . A ROLE
      *COUNTS ONCE IT IS IN FORCE ON THE RUN DATE . MORE THAN 20
      *PARTIES TO ONE ACCOUNT IS TREATED AS FATAL
       01 WS-LAST-AR-KEY       PIC X(10) VALUE LOW-VALUES.
       01 WS-PARTY-ACCT        PIC X(5) VALUE SPACES.
       01 WS-PARTY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-PARTY-TABLE.
           05 WS-PARTY-ENTRY OCCURS 20 TIMES
                   INDEXED BY PY-IDX.
               10 WS-PARTY-CUST     PIC X(5).
               10 WS-PARTY-ROLE     PIC X(1).
      *
      *THE DAY'S HOLDS, LOADED ONCE AT INITIALIZATION . A DEBIT
      *AGAINST A HELD ACCOUNT (FULL STOP, OR OVER AN AMOUNT-LIMITED
      *HOLD'S LIMIT) ROUTES TO SUSPENSE UNDER THE "HELD" REASON .
      *ACCOUNT-STATUS LIFECYCLE . THE NO-ACTIVITY COUNT DRIVES THE
      *DORMANT AND ESCHEAT-PENDING TRANSITIONS ; A POSTING DRIVES THE
      *REACTIVATION ; ONLY A TYPE "S" MAINTENANCE TRANSACTION BLOCKS
      *OR UNBLOCKS, APART FROM THE BLOCK A TYPE "W" CHARGE-OFF
      *LEAVES BEHIND IT . THE MOVEMENT COUNTS FEED THE DAILY STATUS
      *SUMMARY ON THE BALANCING REPORT
       01 WS-ESCH-PEND-THRESHOLD PIC 9(3) VALUE 120.
       01 WS-STS-DORMANT-CNT   PIC 9(7) VALUE ZERO.
       01 WS-STS-BLOCKED-CNT   PIC 9(7) VALUE ZERO.
       01 WS-STS-SET-CNT       PIC 9(7) VALUE ZERO.
      *
      *TYPE "W" CHARGE-OFFS POSTED (COUNTED WITH THEIR AUDIT ROWS,
      *ONCE THE BATCH HAS LANDED) AND REFUSED TO SUSPENSE
       01 WS-CHGOFF-CNT        PIC 9(7) VALUE ZERO.
       01 WS-CHGOFF-BAD-CNT    PIC 9(7) VALUE ZERO.
      *
      *MAINTENANCE FIELD CHANGES LAND ON THE NEW-MASTER RECORD BEING
      *BUILT, BUT THEIR AUDIT ROWS AND COUNTS ARE ONLY HELD HERE --
      *6023-FLUSH-MAINT-AUDITS WRITES THEM ONCE 600-REGULAR-UPDATE
      *ITS OVERDRAFT LIMIT (DELIBERATELY CONSERVATIVE -- THE PAIR'S
      *FATE MUST BE KNOWN BEFORE EITHER LEG IS REACHED), AND THE MAIN
      *PASS APPLIES OR SUSPENDS BOTH LEGS UNDER THE ONE VERDICT .
      *THE OPENING BALANCE IS THE AVAILABLE ONE : DEPOSITS STILL
      *UNCOLLECTED AFTER TONIGHT'S RELEASES CANNOT FUND A TRANSFER .
      *MORE THAN 200 TRANSFER PAIRS IN ONE RUN IS TREATED AS FATAL
       01 WS-XFER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-XFER-TABLE.
               10 WS-XFER-TO       PIC X(5).
               10 WS-XFER-AMOUNT   PIC 9(7)V99.
               10 WS-XFER-EFF-DATE PIC 9(8).
               10 WS-XFER-FROM-BAL PIC S9(9)V99.
               10 WS-XFER-FROM-LIM PIC 9(7)V99.
               10 WS-XFER-FROM-OK  PIC X(1).
               10 WS-XFER-FROM-STS PIC X(1).
      *
      *WHETHER AT LEAST ONE CUSTOMER-SOURCED TRANSACTION POSTED IN
      *THE BATCH IN HAND . THE SYSTEM FEEDS (T-SOURCE "A" ACCRUAL,
      *"V" INTEREST ADJUSTMENT, "E" ESCHEAT, "F" FEE, "N" NSF FEE,
      *"L" LOAN LATE FEE, "M" TERM-DEPOSIT MATURITY, "O" RETURNED
      *PAYMENT, "K" BALANCE SWEEP, "C" CHARGE-OFF, AND THE "P"
      *PENALTY POSTED HERE -- T-SYSTEM-FED)
      *APPLY THEIR MONEY BUT ARE NOT CUSTOMER ACTIVITY : A BATCH OF
      *NOTHING ELSE MUST NOT RESET THE
      *NO-ACTIVITY COUNT, REACTIVATE A DORMANT ACCOUNT OR CLEAR THE
      *NOTICE STAGE -- OR THE MONTHLY FEES KEYED OFF DORMANCY WOULD
      *THEMSELVES KEEP EVERY FEE-CHARGED ACCOUNT FOREVER SHORT OF
               10 WS-HIST-BKD-DAYS   PIC 9(5).
               10 WS-HIST-SOURCE     PIC X(1).
               10 WS-HIST-XFER-ACCT  PIC X(5).
               10 WS-HIST-ORIG-TYPE  PIC X(1).
               10 WS-HIST-BENE-NAME  PIC X(20).
               10 WS-HIST-BENE-ROUTING PIC X(9).
               10 WS-HIST-BENE-ACCT  PIC X(17).
      *
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
      *THE RUN-CONTROL LEDGER CALL AREA (PGM111)
       01 WS-RUN-LEDGER.
           COPY RUNLEDG.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121), THE MOST ENTRIES
      *EACH PER-ACCOUNT TABLE HELD FOR ANY ONE ACCOUNT THIS RUN, AND
      *THE STEP'S RETURN CODE KEPT ACROSS THE CALLS
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-TABLE-PEAKS.
           05 WS-PRIOR-HIST-PEAK  PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY-PEAK  PIC 9(4) VALUE ZERO.
           05 WS-MAINT-HELD-PEAK  PIC 9(3) VALUE ZERO.
           05 WS-PARTY-PEAK       PIC 9(3) VALUE ZERO.
           05 WS-FLOAT-PEAK       PIC 9(3) VALUE ZERO.
       01 WS-CAP-SAVE-RC       PIC S9(4) VALUE ZERO.
      *
      *THE REPORT-AUDIENCE MASKING CALL AREA (PGM123) FOR THE
      *OVERDRAWN-ACCOUNTS REPORT
       01 WS-REPORT-MASK.
           COPY RPTMASK.
      *
      *THE SEAL-CHAIN CALL AREAS (PGM131), ONE PER LOG . EVERY ROW
      *THIS RUN WRITES TO THE AUDIT LOG OR POSTED-HISTORY IS PASSED
      *TO ITS LOG'S AREA, AND 660-SEAL-LOGS ENDS THE RUN'S BLOCK ON
      *EACH LOG WITH A SEAL ROW . THE SCAN FIELDS FIND WHERE EACH
      *LOG'S CHAIN ENDED BEFORE THE RUN AND COUNT THE ROWS AFTER ITS
      *LAST SEAL -- LEFT BY A RUN THAT DIED, OR WRITTEN BEFORE THE
      *LOGS WERE SEALED -- WHICH THIS RUN'S SEAL TAKES IN
       01 WS-AUD-SEAL.
           COPY SEALCHN.
       01 WS-HIS-SEAL.
           COPY SEALCHN.
       01 WS-SEAL-SCAN.
           05 WS-SEAL-SCAN-CNT    PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-ROW-NO PIC 9(9) VALUE ZERO.
           05 WS-SEAL-READ-NO     PIC 9(9) VALUE ZERO.
           05 WS-SEAL-LAST-ROW    PIC X(101) VALUE SPACES.
           05 WS-SEAL-SCAN-EOF    PIC X(1) VALUE "N".
               88 END-OF-SEAL-SCAN      VALUE "Y".
               88 NOT-END-OF-SEAL-SCAN  VALUE "N".
           05 WS-AUD-TAIL-IN-CNT  PIC 9(9) VALUE ZERO.
           05 WS-HIS-TAIL-IN-CNT  PIC 9(9) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      * this para controls the direction of the prigram logic
      *
             DISPLAY "PROGRAM START"
             PERFORM 005-GET-RUN-MODE
             IF NOT MEMO-RUN
                 PERFORM 010-LEDGER-BEGIN-RTN
             END-IF
             PERFORM 100-INITIALIZATION-RTN
             PERFORM 200-READ-MASTER
             PERFORM 300-READ-TRANS
      *LENGTH IT'S RECOMMENDED TO USE HIGH-VALUES
            PERFORM 500-CLOSE-RTN
            PERFORM 900-BALANCING-REPORT
            IF MEMO-RUN
                PERFORM 950-WRITE-MEMO-REPORT
            ELSE
                PERFORM 980-LOG-TABLE-USAGE
                PERFORM 990-LEDGER-END-RTN
            END-IF
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       005-GET-RUN-MODE.
      *
      *is performed from 000-main-module before anything else . takes
      *the run mode from the optional postparm card -- "M" a memo
      *post, blank or no card the live post . anything else is a
      *mistyped card, and guessing either way could post a night
      *nobody meant to or skip one that was due, so it is fatal
      *
            MOVE SPACE TO RL-ANSWER
            OPEN INPUT PARAM-FILE
            IF WS-STATUS27 NOT = 00 AND WS-STATUS27 NOT = 05
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    SET LIVE-RUN TO TRUE
                NOT AT END
                    EVALUATE PRM-RUN-MODE
                        WHEN "M"
                            SET MEMO-RUN TO TRUE
                        WHEN SPACE
                            SET LIVE-RUN TO TRUE
                        WHEN OTHER
                            MOVE "BAD POSTPARM RUN MODE"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                    END-EVALUATE
            END-READ
            CLOSE PARAM-FILE
            IF MEMO-RUN
                DISPLAY "***************************************"
                DISPLAY "* MEMO POST : NOTHING WILL BE POSTED  *"
                DISPLAY "***************************************"
            END-IF
            .
      *
       100-INITIALIZATION-RTN.
      *
      *it is invoked by 000-MAIN-MODULE and it opens all the files .
      *a memo run opens only the two it still writes -- suspense and
      *the overdrawn report -- and never looks for a restart, since
      *it leaves no checkpoint to restart from
      *
            OPEN INPUT OLD-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF MEMO-RUN
                OPEN OUTPUT SUSPENSE-FILE
                IF WS-STATUS4 NOT = 00
                    MOVE "OPEN SUSPENSE-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                OPEN OUTPUT OVERDRAWN-FILE
                IF WS-STATUS11 NOT = 00
                    MOVE "OPEN OVERDRAWN-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            ELSE
                PERFORM 150-CHECK-FOR-RESTART
                PERFORM 105-OPEN-POSTING-FILES
            END-IF
            PERFORM 165-GET-BUSINESS-DATE
            COMPUTE WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 170-SORT-PRIOR-HISTORY
            PERFORM 185-LOAD-PRODUCT-MASTER
            PERFORM 188-LOAD-HOLD-FILE
            PERFORM 1885-SORT-CLOSED-REGISTER
            PERFORM 1889-OPEN-TD-MASTER
            PERFORM 1891-OPEN-RELATION-FILE
            PERFORM 1895-OPEN-FLOAT-FILE
            PERFORM 1894-SET-REPORT-AUDIENCE
            PERFORM 190-PRESCAN-TRANSFERS
            IF WS-RESTART-FOUND = "Y"
                PERFORM 160-SKIP-TO-CHECKPOINT
            END-IF
            .
      *
       105-OPEN-POSTING-FILES.
      *
      *is performed from 100-initialization-rtn on a live run . opens
      *every file the post writes, extending the ones a restart
      *carries on with
      *
            IF WS-RESTART-FOUND = "Y"
                OPEN EXTEND NEW-MASTER
                OPEN EXTEND SUSPENSE-FILE
                MOVE "OPEN CHECKPOINT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 106-PICK-UP-AUDIT-CHAIN
            IF WS-RESTART-FOUND = "Y"
                OPEN EXTEND AUDIT-LOG
            ELSE
                MOVE "OPEN DORMANT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 107-PICK-UP-HIST-CHAIN
            IF WS-RESTART-FOUND = "Y"
                OPEN EXTEND POSTED-HISTORY
            ELSE
            IF WS-RESTART-FOUND = "Y"
                OPEN EXTEND NOTICE1-FILE
                OPEN EXTEND NOTICE2-FILE
                OPEN EXTEND NSF-ITEM-FILE
                OPEN EXTEND EXT-PAY-FILE
            ELSE
                OPEN OUTPUT NOTICE1-FILE
                OPEN OUTPUT NOTICE2-FILE
                OPEN OUTPUT NSF-ITEM-FILE
                OPEN OUTPUT EXT-PAY-FILE
            END-IF
            IF WS-STATUS19 NOT = 00
                MOVE "OPEN NOTICE1-FILE" TO WS-ABEND-WHERE
                MOVE "OPEN NOTICE2-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS25 NOT = 00
                MOVE "OPEN NSF-ITEM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS26 NOT = 00
                MOVE "OPEN EXT-PAY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-RESTART-FOUND = "Y"
                OPEN EXTEND FLOAT-NEW
            ELSE
                OPEN OUTPUT FLOAT-NEW
            END-IF
            IF WS-STATUS30 NOT = 00
                MOVE "OPEN FLOAT-NEW" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       106-PICK-UP-AUDIT-CHAIN.
      *
      *is performed from 105-open-posting-files before the audit log
      *is opened for writing . finds the log's last seal, so this
      *run's seal hangs from it, and passes every row after it --
      *rows a run that died wrote before it got to its seal, or the
      *whole log the first time it is sealed -- into this run's
      *block, so the seal takes them in and the chain carries on
      *unbroken . a log not yet allocated simply starts a new chain
      *
            MOVE "A" TO SC-LOG-ID OF WS-AUD-SEAL
            MOVE ZERO TO WS-SEAL-SCAN-CNT
                         WS-SEAL-LAST-ROW-NO
            MOVE SPACES TO WS-SEAL-LAST-ROW
            OPEN INPUT AUDIT-LOG
            IF WS-STATUS6 = 00
                SET NOT-END-OF-SEAL-SCAN TO TRUE
                PERFORM 1061-SCAN-AUDIT-ROW
                    UNTIL END-OF-SEAL-SCAN
                CLOSE AUDIT-LOG
            ELSE
                IF WS-STATUS6 NOT = 35
                    MOVE "OPEN AUDIT-LOG FOR SEAL" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            MOVE "O" TO SC-FUNCTION OF WS-AUD-SEAL
            MOVE WS-SEAL-LAST-ROW TO SC-ROW OF WS-AUD-SEAL
            CALL "PGM131" USING WS-AUD-SEAL
            IF WS-SEAL-SCAN-CNT > WS-SEAL-LAST-ROW-NO
                MOVE ZERO TO WS-SEAL-READ-NO
                OPEN INPUT AUDIT-LOG
                IF WS-STATUS6 NOT = 00
                    MOVE "OPEN AUDIT-LOG FOR SEAL" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                SET NOT-END-OF-SEAL-SCAN TO TRUE
                PERFORM 1062-PASS-AUDIT-TAIL-ROW
                    UNTIL END-OF-SEAL-SCAN
                CLOSE AUDIT-LOG
            END-IF
            COMPUTE WS-AUD-TAIL-IN-CNT =
                    WS-SEAL-SCAN-CNT - WS-SEAL-LAST-ROW-NO
            .
      *
       1061-SCAN-AUDIT-ROW.
      *
      *reads the next audit row, remembering the last seal seen and
      *where it stands on the log
      *
            READ AUDIT-LOG
                AT END SET END-OF-SEAL-SCAN TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEAL-SCAN-CNT
                    IF AUD-ACTION-CODE = "SEAL"
                        MOVE AUDIT-REC TO WS-SEAL-LAST-ROW
                        MOVE WS-SEAL-SCAN-CNT TO WS-SEAL-LAST-ROW-NO
                    END-IF
            END-READ
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 10
                MOVE "READ AUDIT-LOG FOR SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1062-PASS-AUDIT-TAIL-ROW.
      *
      *reads the next audit row and passes it to the chain once it
      *is past the last seal
      *
            READ AUDIT-LOG
                AT END SET END-OF-SEAL-SCAN TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEAL-READ-NO
                    IF WS-SEAL-READ-NO > WS-SEAL-LAST-ROW-NO
                        MOVE "A" TO SC-FUNCTION OF WS-AUD-SEAL
                        MOVE AUDIT-REC TO SC-ROW OF WS-AUD-SEAL
                        CALL "PGM131" USING WS-AUD-SEAL
                    END-IF
            END-READ
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 10
                MOVE "READ AUDIT-LOG FOR SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       107-PICK-UP-HIST-CHAIN.
      *
      *is performed from 105-open-posting-files before posted-history
      *is opened for writing . picks the history chain up where it
      *ended, the same way 106-pick-up-audit-chain does for the audit
      *log
      *
            MOVE "H" TO SC-LOG-ID OF WS-HIS-SEAL
            MOVE ZERO TO WS-SEAL-SCAN-CNT
                         WS-SEAL-LAST-ROW-NO
            MOVE SPACES TO WS-SEAL-LAST-ROW
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS9 = 00
                SET NOT-END-OF-SEAL-SCAN TO TRUE
                PERFORM 1071-SCAN-HIST-ROW
                    UNTIL END-OF-SEAL-SCAN
                CLOSE POSTED-HISTORY
            ELSE
                IF WS-STATUS9 NOT = 35
                    MOVE "OPEN POSTED-HISTORY FOR SEAL"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            MOVE "O" TO SC-FUNCTION OF WS-HIS-SEAL
            MOVE WS-SEAL-LAST-ROW TO SC-ROW OF WS-HIS-SEAL
            CALL "PGM131" USING WS-HIS-SEAL
            IF WS-SEAL-SCAN-CNT > WS-SEAL-LAST-ROW-NO
                MOVE ZERO TO WS-SEAL-READ-NO
                OPEN INPUT POSTED-HISTORY
                IF WS-STATUS9 NOT = 00
                    MOVE "OPEN POSTED-HISTORY FOR SEAL"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                SET NOT-END-OF-SEAL-SCAN TO TRUE
                PERFORM 1072-PASS-HIST-TAIL-ROW
                    UNTIL END-OF-SEAL-SCAN
                CLOSE POSTED-HISTORY
            END-IF
            COMPUTE WS-HIS-TAIL-IN-CNT =
                    WS-SEAL-SCAN-CNT - WS-SEAL-LAST-ROW-NO
            .
      *
       1071-SCAN-HIST-ROW.
      *
      *reads the next history row, remembering the last seal seen
      *and where it stands on the log
      *
            READ POSTED-HISTORY
                AT END SET END-OF-SEAL-SCAN TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEAL-SCAN-CNT
                    IF HIS-TYPE = "*"
                        MOVE POSTED-HISTORY-REC TO WS-SEAL-LAST-ROW
                        MOVE WS-SEAL-SCAN-CNT TO WS-SEAL-LAST-ROW-NO
                    END-IF
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ POSTED-HISTORY FOR SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1072-PASS-HIST-TAIL-ROW.
      *
      *reads the next history row and passes it to the chain once it
      *is past the last seal
      *
            READ POSTED-HISTORY
                AT END SET END-OF-SEAL-SCAN TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEAL-READ-NO
                    IF WS-SEAL-READ-NO > WS-SEAL-LAST-ROW-NO
                        MOVE "A" TO SC-FUNCTION OF WS-HIS-SEAL
                        MOVE POSTED-HISTORY-REC TO SC-ROW OF WS-HIS-SEAL
                        CALL "PGM131" USING WS-HIS-SEAL
                    END-IF
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ POSTED-HISTORY FOR SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
      *grows forever, so no in-core table may ever hold it -- then
      *leaves the register itself open extend so today's closures
      *append to it . an absent file is the first run ever, and the
      *sorted work file comes out empty . a memo run registers no
      *closures, so leaves the register closed
      *
            SORT CLO-SORT-FILE
                ON ASCENDING KEY CSR-ACCT-NO
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1888-READ-CLOSED-SORTED
            IF NOT MEMO-RUN
                OPEN EXTEND CLOSED-REGISTER
                IF WS-STATUS18 NOT = 00 AND WS-STATUS18 NOT = 05
                    MOVE "EXTEND CLOSED-REGISTER" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1889-OPEN-TD-MASTER.
      *
      *is performed from 100-initialization-rtn . opens the term-
      *deposit master and reads its first record ; an absent file
      *reads as already at its end, so no debit is ever penalized
      *
            OPEN INPUT TD-MASTER
            IF WS-STATUS23 NOT = 00 AND WS-STATUS23 NOT = 05
                MOVE "OPEN TD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1890-READ-TD-MASTER
            .
      *
       1890-READ-TD-MASTER.
      *
      *reads the next term deposit, insisting on ascending account
      *order so the forward walk cannot pass one by
      *
            READ TD-MASTER
                AT END MOVE HIGH-VALUES TO TDM-ACCT-NO
            END-READ
            IF WS-STATUS23 NOT = 00 AND WS-STATUS23 NOT = 10
                MOVE "READ TD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF TDM-ACCT-NO NOT = HIGH-VALUES
                IF TDM-ACCT-NO NOT > WS-LAST-TDM-ACCT
                    MOVE "TDMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE TDM-ACCT-NO TO WS-LAST-TDM-ACCT
            END-IF
            .
      *
       1891-OPEN-RELATION-FILE.
      *
      *is performed from 100-initialization-rtn . opens the account
      *relationship file and reads its first row ; an absent file
      *reads as already at its end, so every notice goes to the
      *owning customer alone
      *
            OPEN INPUT RELATION-FILE
            IF WS-STATUS24 NOT = 00 AND WS-STATUS24 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1892-READ-RELATION-FILE
            .
      *
       1892-READ-RELATION-FILE.
      *
      *reads the next relationship row, insisting on ascending
      *account then customer order so the forward walk cannot pass
      *a party by
      *
            READ RELATION-FILE
                AT END MOVE HIGH-VALUES TO AR-KEY
            END-READ
            IF WS-STATUS24 NOT = 00 AND WS-STATUS24 NOT = 10
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
       1895-OPEN-FLOAT-FILE.
      *
      *is performed from 100-initialization-rtn, and again from 190-
      *prescan-transfers once the prescan has walked it . opens the
      *float file and reads its first row ; an absent file reads as
      *already at its end, so nothing is uncollected
      *
            OPEN INPUT FLOAT-FILE
            IF WS-STATUS29 NOT = 00 AND WS-STATUS29 NOT = 05
                MOVE "OPEN FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE LOW-VALUES TO WS-LAST-FL-ACCT
            PERFORM 1896-READ-FLOAT-FILE
            .
      *
       1896-READ-FLOAT-FILE.
      *
      *reads the next float row, insisting on ascending account
      *order so the forward walk cannot pass one by . one account
      *may hold many deposits, so an equal key is in order
      *
            READ FLOAT-FILE
                AT END MOVE HIGH-VALUES TO FL-ACCT-NO
            END-READ
            IF WS-STATUS29 NOT = 00 AND WS-STATUS29 NOT = 10
                MOVE "READ FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF FL-ACCT-NO NOT = HIGH-VALUES
                IF FL-ACCT-NO < WS-LAST-FL-ACCT
                    MOVE "FLOATFIL OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE FL-ACCT-NO TO WS-LAST-FL-ACCT
            END-IF
            .
      *
       1897-LOAD-ACCT-FLOAT.
      *
      *is performed from 600-regular-update and 800-no-update as the
      *merge reaches each account . advances the float file to the
      *account in hand and tables the deposits it still holds ;
      *a deposit whose availability date has come is released here
      *and simply not tabled . rows for an account no longer on the
      *master belonged to an account closed or dropped outside this
      *program and are counted as they stream by
      *
            MOVE ZERO TO WS-FLOAT-COUNT
            MOVE ZERO TO WS-UNCOLL-AMT
            PERFORM 1898-SKIP-LOW-FLOAT
                UNTIL FL-ACCT-NO NOT < OM-ACCT-NO
            PERFORM 1899-LOAD-ONE-FLOAT
                UNTIL FL-ACCT-NO NOT = OM-ACCT-NO
            MOVE WS-FLOAT-COUNT TO WS-FLOAT-LOADED
            .
      *
       1898-SKIP-LOW-FLOAT.
      *
      *streams past one float row below the account in hand
      *
            ADD 1 TO WS-FLOAT-ORPHAN-CNT
            PERFORM 1896-READ-FLOAT-FILE
            .
      *
       1899-LOAD-ONE-FLOAT.
      *
      *releases or tables one of the account in hand's float rows
      *
            IF FL-AVAIL-DATE NOT > WS-RUN-DATE
                ADD 1 TO WS-FLOAT-REL-CNT
                ADD FL-AMOUNT TO WS-FLOAT-REL-TOTAL
            ELSE
                IF WS-FLOAT-COUNT >= 100
                    MOVE "ACCT FLOAT EXCEEDS 100" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-FLOAT-COUNT
                IF WS-FLOAT-COUNT > WS-FLOAT-PEAK
                    MOVE WS-FLOAT-COUNT TO WS-FLOAT-PEAK
                END-IF
                SET FT-IDX TO WS-FLOAT-COUNT
                MOVE FL-AMOUNT TO WS-FLOAT-AMOUNT(FT-IDX)
                MOVE FL-DEP-DATE TO WS-FLOAT-DEP-DATE(FT-IDX)
                MOVE FL-AVAIL-DATE TO WS-FLOAT-AVAIL-DATE(FT-IDX)
                MOVE FL-CLASS TO WS-FLOAT-CLASS(FT-IDX)
                MOVE FL-DEP-BRANCH TO WS-FLOAT-DEP-BRANCH(FT-IDX)
                MOVE FL-POST-DATE TO WS-FLOAT-POST-DATE(FT-IDX)
                MOVE "Y" TO WS-FLOAT-LIVE(FT-IDX)
                ADD FL-AMOUNT TO WS-UNCOLL-AMT
            END-IF
            PERFORM 1896-READ-FLOAT-FILE
            .
      *
       1894-SET-REPORT-AUDIENCE.
      *
      *is performed from 100-initialization-rtn . fixes the audience
      *the overdrawn-accounts report's account numbers are masked for
      *(pgm123 -- branch when the rptaud card is absent) and, on a
      *fresh run, heads the report with the masking level . a restart
      *extends the report under the heading the first attempt wrote
      *
            MOVE "A" TO RM-FUNCTION
            MOVE "B" TO RM-DEFAULT-AUD
            CALL "PGM123" USING WS-REPORT-MASK
            IF WS-RESTART-FOUND NOT = "Y"
                MOVE SPACES TO OVERDRAWN-HEAD-REC
                MOVE "PGM52 OVERDRAWN ACCOUNTS" TO ODH-TITLE
                MOVE WS-RUN-DATE TO ODH-RUN-DATE
                MOVE RM-LEVEL-TEXT TO ODH-MASK-LEVEL
                WRITE OVERDRAWN-HEAD-REC
                IF WS-STATUS11 NOT = 00
                    MOVE "WRITE OVERDRAWN-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
       190-PRESCAN-TRANSFERS.
      *
      *pair all-or-nothing -- a lone leg can never post a one-sided
      *movement, and a leg can never post while its partner fails
      *somewhere further down the file . both files are then
      *reopened so the main merge reads them from record one, and
      *so is the float file when the master walk took it along
      *
            MOVE "N" TO WS-XFER-SCAN-EOF
            PERFORM 191-SCAN-ONE-TRANS
                PERFORM 196-JUDGE-ONE-PAIR
                    VARYING XF-IDX FROM 1 BY 1
                    UNTIL XF-IDX > WS-XFER-COUNT
                CLOSE FLOAT-FILE
                PERFORM 1895-OPEN-FLOAT-FILE
            END-IF
            CLOSE OLD-MASTER
            OPEN INPUT OLD-MASTER
      *
      *marks every transfer pair whose from- or to-account the
      *old-master record in hand proves to exist, remembering the
      *from-side's opening available balance and overdraft limit and
      *each side's product code for the judgement below
      *
            READ OLD-MASTER
                AT END MOVE "Y" TO WS-XFER-SCAN-EOF
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-XFER-SCAN-EOF = "N"
                PERFORM 1935-SUM-PRESCAN-FLOAT
                PERFORM 194-MARK-ONE-PAIR
                    VARYING XF-IDX FROM 1 BY 1
                    UNTIL XF-IDX > WS-XFER-COUNT
      *
       194-MARK-ONE-PAIR.
      *
      *marks one pair against the master record in hand . the from-
      *side's balance is its ledger less what is still uncollected
      *once tonight's releases are made
      *
            IF WS-XFER-FROM(XF-IDX) = OM-ACCT-NO
                MOVE "Y" TO WS-XFER-FROM-OK(XF-IDX)
                COMPUTE WS-XFER-FROM-BAL(XF-IDX) =
                        OM-AMOUNT - WS-PRESCAN-UNCOLL
                MOVE OM-OD-LIMIT TO WS-XFER-FROM-LIM(XF-IDX)
                MOVE OM-STATUS TO WS-XFER-FROM-STS(XF-IDX)
                MOVE OM-PRODUCT TO WS-XFER-FROM-PRD(XF-IDX)
                MOVE OM-PRODUCT TO WS-XFER-TO-PRD(XF-IDX)
            END-IF
            .
      *
       1935-SUM-PRESCAN-FLOAT.
      *
      *is performed from 193-scan-one-master . walks the float file
      *forward to the master record in hand and totals the account's
      *deposits that stay uncollected past tonight
      *
            MOVE ZERO TO WS-PRESCAN-UNCOLL
            PERFORM 1896-READ-FLOAT-FILE
                UNTIL FL-ACCT-NO NOT < OM-ACCT-NO
            PERFORM 1936-SUM-ONE-PRESCAN-ROW
                UNTIL FL-ACCT-NO NOT = OM-ACCT-NO
            .
      *
       1936-SUM-ONE-PRESCAN-ROW.
      *
      *adds one of the account's rows if it is still held
      *
            IF FL-AVAIL-DATE > WS-RUN-DATE
                ADD FL-AMOUNT TO WS-PRESCAN-UNCOLL
            END-IF
            PERFORM 1896-READ-FLOAT-FILE
            .
      *
       195-TEST-XFER-PRODUCTS.
      *
      *
       187-LOAD-ONE-PRODUCT.
      *
      *copies one product code into the next free table slot . a
      *later rate row for the code just tabled adds no new code, but
      *when it is in force on the business date its term-deposit
      *flag, penalty rule and availability schedule replace the
      *earlier row's . a schedule left blank on the row is the house
      *schedule
      *
            IF WS-PROD-COUNT = 0
                    OR PM-PRODUCT NOT = WS-PROD-CODE(WS-PROD-COUNT)
                IF WS-PROD-COUNT >= 50
                    MOVE "MORE THAN 50 PRODUCTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-PROD-COUNT
                SET PR-IDX TO WS-PROD-COUNT
                MOVE PM-PRODUCT TO WS-PROD-CODE(PR-IDX)
                MOVE SPACE TO WS-PROD-TD-FLAG(PR-IDX)
                MOVE SPACE TO WS-PROD-PEN-RULE(PR-IDX)
                MOVE ZERO TO WS-PROD-PEN-VALUE(PR-IDX)
                MOVE WS-DFLT-AVAIL-CASH TO WS-PROD-AVAIL-CASH(PR-IDX)
                MOVE WS-DFLT-AVAIL-ONUS TO WS-PROD-AVAIL-ONUS(PR-IDX)
                MOVE WS-DFLT-AVAIL-OTHER
                    TO WS-PROD-AVAIL-OTHER(PR-IDX)
            END-IF
            IF PM-EFF-DATE-X NOT NUMERIC
                    OR PM-EFF-DATE NOT > WS-RUN-DATE
                SET PR-IDX TO WS-PROD-COUNT
                MOVE PM-TD-FLAG TO WS-PROD-TD-FLAG(PR-IDX)
                MOVE PM-TD-PEN-RULE TO WS-PROD-PEN-RULE(PR-IDX)
                IF PM-TD-PEN-VALUE-X IS NUMERIC
                    MOVE PM-TD-PEN-VALUE TO WS-PROD-PEN-VALUE(PR-IDX)
                ELSE
                    MOVE ZERO TO WS-PROD-PEN-VALUE(PR-IDX)
                END-IF
                IF PM-AVAIL-CASH-X IS NUMERIC
                    MOVE PM-AVAIL-CASH TO WS-PROD-AVAIL-CASH(PR-IDX)
                ELSE
                    MOVE WS-DFLT-AVAIL-CASH
                        TO WS-PROD-AVAIL-CASH(PR-IDX)
                END-IF
                IF PM-AVAIL-ONUS-X IS NUMERIC
                    MOVE PM-AVAIL-ONUS TO WS-PROD-AVAIL-ONUS(PR-IDX)
                ELSE
                    MOVE WS-DFLT-AVAIL-ONUS
                        TO WS-PROD-AVAIL-ONUS(PR-IDX)
                END-IF
                IF PM-AVAIL-OTHER-X IS NUMERIC
                    MOVE PM-AVAIL-OTHER TO WS-PROD-AVAIL-OTHER(PR-IDX)
                ELSE
                    MOVE WS-DFLT-AVAIL-OTHER
                        TO WS-PROD-AVAIL-OTHER(PR-IDX)
                END-IF
            END-IF
            PERFORM 186-READ-PRODUCT-MASTER
            .
      *
       172-RELEASE-WINDOW-ROWS.
      *
      *is the sort input procedure . releases every prior-history
      *row still inside the reversal-matching window . the seal rows
      *(type "*") that close each run's block are not postings and
      *are never released
      *
            OPEN INPUT PRIOR-HISTORY
            IF WS-STATUS12 NOT = 00 AND WS-STATUS12 NOT = 05
                MOVE ZERO TO WS-EFF-AGE-DAYS
            END-IF
            IF WS-EFF-AGE-DAYS NOT > WS-REV-MATCH-DAYS
                    AND PH-TYPE NOT = "*"
                RELEASE REV-SORT-REC FROM PRIOR-HISTORY-REC
                ADD 1 TO WS-PRIOR-REL-CNT
            END-IF
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-PRIOR-HIST-COUNT
            IF WS-PRIOR-HIST-COUNT > WS-PRIOR-HIST-PEAK
                MOVE WS-PRIOR-HIST-COUNT TO WS-PRIOR-HIST-PEAK
            END-IF
            SET PH-IDX TO WS-PRIOR-HIST-COUNT
            MOVE PS-ACCT-NO TO WS-PRIOR-ACCT(PH-IDX)
            MOVE PS-AMOUNT TO WS-PRIOR-AMOUNT(PH-IDX)
                UNTIL WS-OM-READ-CNT NOT LESS THAN CKP-SAVE-OM-CNT
            PERFORM 300-READ-TRANS
                UNTIL WS-TR-READ-CNT NOT LESS THAN CKP-SAVE-TR-CNT
      *     THE ACCOUNTS ALREADY MERGED HAVE THEIR FLOAT ON FLOAT-NEW
            PERFORM 1896-READ-FLOAT-FILE
                UNTIL FL-ACCT-NO > CKP-SAVE-ACCT-NO
            MOVE CKP-SAVE-NM-CNT TO WS-NM-WRITE-CNT
            MOVE CKP-SAVE-OM-AMOUNT-TOTAL TO WS-OM-AMOUNT-TOTAL
            MOVE CKP-SAVE-NM-AMOUNT-TOTAL TO WS-NM-AMOUNT-TOTAL
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            MOVE T-AVAIL-CLASS TO SUS-AVAIL-CLASS
            MOVE T-ORIG-TYPE TO SUS-ORIG-TYPE
            MOVE T-ORIG-DATE TO SUS-ORIG-DATE
            PERFORM 617-STAMP-SUSPENSE-REC
      *is performed from 300-read-trans when the transaction just read
      *is dated after the current run date . it is written unapplied
      *to carryfwd-file for tomorrow's transfile.txt instead of being
      *posted to new-master early . a memo run only counts it
      *
            MOVE SPACES TO CARRYFWD-REC
            MOVE T-ACCT-NO TO CF-ACCT-NO
            MOVE T-ORIG-DATE TO CF-ORIG-DATE
            MOVE T-BRANCH-ID TO CF-BRANCH-ID
            MOVE T-TELLER-ID TO CF-TELLER-ID
            IF T-TYPE = "E"
                MOVE T-BENE-NAME TO CF-BENE-NAME
                MOVE T-BENE-ROUTING TO CF-BENE-ROUTING
                MOVE T-BENE-ACCT TO CF-BENE-ACCT
            END-IF
            MOVE T-AVAIL-CLASS TO CF-AVAIL-CLASS
            IF NOT MEMO-RUN
                WRITE CARRYFWD-REC
                IF WS-STATUS7 NOT = 00
                    MOVE "WRITE CARRYFWD-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            ADD 1 TO WS-CARRYFWD-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *it is invoked by 000-MAIN-MODULE and it opens all the files .
      *a memo run closes only the files it opened . float rows left
      *after the last master account belong to no account at all .
      *a live run seals the audit log and posted-history first
      *
             PERFORM 1898-SKIP-LOW-FLOAT
                 UNTIL FL-ACCT-NO = HIGH-VALUES
             CLOSE OLD-MASTER
             TRANS-FILE
             SUSPENSE-FILE
             OVERDRAWN-FILE
             PRIOR-SORTED
             CLOSED-SORTED
             TD-MASTER
             RELATION-FILE
             FLOAT-FILE
             IF NOT MEMO-RUN
                 PERFORM 660-SEAL-LOGS
                 PERFORM 625-WRITE-COMPLETION-CHECKPOINT
                 CLOSE NEW-MASTER
                 CHECKPOINT-FILE
                 AUDIT-LOG
                 CARRYFWD-FILE
                 DORMANT-FILE
                 POSTED-HISTORY
                 BACKDATED-FILE
                 CLOSED-REGISTER
                 NOTICE1-FILE
                 NOTICE2-FILE
                 NSF-ITEM-FILE
                 EXT-PAY-FILE
                 FLOAT-NEW
             END-IF
             .
      *
       600-REGULAR-UPDATE.
      *
      *batch would have covered does not wrongly reject the account .
      *ws-acct-net-delta / ws-tr-net-effect feed 900-balancing-report's
      *reconciliation and are updated for every account processed
      *here, whatever the final outcome . the overdraft decision and
      *the overdrawn report judge the available balance -- the final
      *ledger less the deposits still uncollected -- and the
      *account's float is written beside its new-master record
      *
            MOVE SPACES TO NEW-MASTER-REC
            MOVE OLD-MASTER-REC TO NEW-MASTER-REC
            MOVE "N" TO WS-CUST-ACT-FLAG
            PERFORM 605-TEST-ACCT-PRODUCT
            PERFORM 171-LOAD-ACCT-PRIOR
            PERFORM 1897-LOAD-ACCT-FLOAT
            MOVE OM-AMOUNT TO WS-NM-AMOUNT-SIGNED
            MOVE ZERO TO WS-HIST-ENTRY-COUNT
            MOVE ZERO TO WS-MAINT-HELD-COUNT
            COMPUTE WS-ACCT-NET-DELTA =
                    WS-NM-AMOUNT-SIGNED - OM-AMOUNT
            ADD WS-ACCT-NET-DELTA TO WS-TR-NET-EFFECT
            COMPUTE WS-AVAIL-BAL = WS-NM-AMOUNT-SIGNED - WS-UNCOLL-AMT
            IF WS-ACCT-CLOSED = "Y"
      *         A CLOSED ACCOUNT'S FLOAT GOES WITH IT
                ADD WS-FLOAT-COUNT TO WS-FLOAT-DROP-CNT
                ADD OM-AMOUNT WS-ACCT-NET-DELTA
                    TO WS-CLOSED-AMOUNT-TOTAL
                MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
                PERFORM 645-REGISTER-CLOSURE
                ADD 1 TO WS-CLOSED-CNT
            ELSE
                IF WS-AVAIL-BAL < 0
                        AND (0 - WS-AVAIL-BAL) > OM-OD-LIMIT
      *             THE BATCH WOULD TAKE THE ACCOUNT PAST ITS
      *             AUTHORIZED OVERDRAFT LIMIT, SO IT IS STILL
      *             REJECTED WHOLE . A FINAL BALANCE THAT IS NEGATIVE
                            PERFORM 640-WRITE-AUDIT-LOG
                        END-IF
                    END-IF
                    IF WS-AVAIL-BAL < 0
                        PERFORM 618-WRITE-OVERDRAWN-REPORT
                    END-IF
                    PERFORM 6001-STAMP-NM-OVERDRAWN
                    IF MEMO-RUN
                        PERFORM 940-NOTE-BALANCE-MOVE
                    ELSE
                        WRITE NEW-MASTER-REC
                        IF WS-STATUS3 NOT = 00
                            MOVE "WRITE NEW-MASTER (UPDATE)"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                        END-IF
                    END-IF
                    ADD 1 TO WS-NM-WRITE-CNT
                    ADD NM-AMOUNT TO WS-NM-AMOUNT-TOTAL
                    PERFORM 640-WRITE-AUDIT-LOG
                    PERFORM 613-FLUSH-ACCT-HISTORY
                    PERFORM 6023-FLUSH-MAINT-AUDITS
                    PERFORM 650-WRITE-ACCT-FLOAT
                    PERFORM 620-MAYBE-CHECKPOINT
                END-IF
            END-IF
            PERFORM 200-READ-MASTER.
      *
       6001-STAMP-NM-OVERDRAWN.
      *
      *is performed from 600-regular-update before the new-master
      *record is written . a closing ledger balance below zero keeps
      *the date it first went there, or takes today's if it has
      *none ; anything else clears it, so a customer who pays back in
      *and is later overdrawn again starts aging from scratch
      *
            IF NM-AMOUNT < 0
                IF NM-FIRST-OD-DATE NOT NUMERIC
                        OR NM-FIRST-OD-DATE = ZERO
                    MOVE WS-RUN-DATE TO NM-FIRST-OD-DATE
                END-IF
            ELSE
                MOVE ZERO TO NM-FIRST-OD-DATE
            END-IF
            .
      *
       6002-STAMP-OM-OVERDRAWN.
      *
      *is performed from 800-no-update and 615-reject-overdraft,
      *which carry the old-master record forward unchanged . an
      *overdrawn account with no date yet (a record from before the
      *field existed) takes today's, so the whole overdrawn book ages
      *from the first run ; a dated one keeps its date
      *
            IF OM-AMOUNT < 0
                IF OM-FIRST-OD-DATE NOT NUMERIC
                        OR OM-FIRST-OD-DATE = ZERO
                    MOVE WS-RUN-DATE TO OM-FIRST-OD-DATE
                END-IF
            END-IF
            .
      *
       610-APPLY-ONE-TRANS.
      *
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            MOVE T-AVAIL-CLASS TO SUS-AVAIL-CLASS
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                        SUBTRACT T-AMOUNT FROM WS-NM-AMOUNT-SIGNED
                        ADD T-AMOUNT TO NM-YTD-ACTIVITY
                        PERFORM 612-STASH-HIST-ENTRY
                        PERFORM 6161-TEST-TD-PENALTY
                    END-IF
                END-IF
                WHEN "E"
                PERFORM 609-APPLY-EXTERNAL-PAYMENT
                WHEN "W"
                PERFORM 6095-APPLY-CHARGE-OFF
                WHEN "X"
                MOVE "Y" TO WS-ACCT-CLOSED
                PERFORM 612-STASH-HIST-ENTRY
                ADD T-AMOUNT TO WS-NM-AMOUNT-SIGNED
                ADD T-AMOUNT TO NM-YTD-ACTIVITY
                PERFORM 612-STASH-HIST-ENTRY
                IF T-TYPE = "C"
                        AND (T-AVAIL-CLASS = "C" OR "U" OR "X")
                        AND (T-SOURCE = "B" OR "Y" OR "R" OR SPACE)
                    PERFORM 652-HOLD-NEW-DEPOSIT
                END-IF
            END-EVALUATE
            PERFORM 300-READ-TRANS
            .
      *
       6161-TEST-TD-PENALTY.
      *
      *is performed from 616-apply-trans-proper and 608-apply-
      *transfer-leg once a debit has posted . a customer debit
      *against an active term deposit before its maturity date is an
      *early withdrawal, and the account's product rule prices the
      *penalty : rule "D" charges that many days' interest at the
      *contracted rate on the amount withdrawn, rule "P" that
      *percentage of it . the system feeds' own debits -- fees, nsf
      *fees, escheat, the maturity pay-out, balance sweeps -- are
      *never withdrawals
      *
            PERFORM 1890-READ-TD-MASTER
                UNTIL TDM-ACCT-NO NOT < T-ACCT-NO
            IF TDM-ACCT-NO = T-ACCT-NO
                    AND TDM-STATUS = "A"
                    AND T-EFF-DATE < TDM-MATURITY-DATE
                    AND NOT T-SYSTEM-FED
                MOVE ZERO TO WS-TD-PENALTY
                PERFORM 6163-FIND-TD-PRODUCT
                    VARYING PR-IDX FROM 1 BY 1
                    UNTIL PR-IDX > WS-PROD-COUNT
                        OR WS-TD-PENALTY > 0
                IF WS-TD-PENALTY > 0
                    PERFORM 6162-POST-TD-PENALTY
                END-IF
            END-IF
            .
      *
       6163-FIND-TD-PRODUCT.
      *
      *prices the penalty from the account's own product row
      *
            IF WS-PROD-CODE(PR-IDX) = OM-PRODUCT
                    AND WS-PROD-TD-FLAG(PR-IDX) = "T"
                EVALUATE WS-PROD-PEN-RULE(PR-IDX)
                    WHEN "D"
                        COMPUTE WS-TD-PENALTY ROUNDED =
                                T-AMOUNT * TDM-RATE
                                * WS-PROD-PEN-VALUE(PR-IDX) / 36500
                    WHEN "P"
                        COMPUTE WS-TD-PENALTY ROUNDED =
                                T-AMOUNT
                                * WS-PROD-PEN-VALUE(PR-IDX) / 100
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            .
      *
       6162-POST-TD-PENALTY.
      *
      *posts the penalty as a debit of its own beside the
      *withdrawal, tagged "P" and carrying no branch, teller or
      *partner, so history, the journal and the statement show it
      *as a separate charge
      *
            SUBTRACT WS-TD-PENALTY FROM WS-NM-AMOUNT-SIGNED
            ADD WS-TD-PENALTY TO NM-YTD-ACTIVITY
            MOVE TRANS-REC TO WS-TD-PEN-SAVE-REC
            MOVE WS-TD-PENALTY TO T-AMOUNT
            MOVE "D" TO T-TYPE
            MOVE SPACE TO T-ORIG-TYPE
            MOVE ZERO TO T-ORIG-DATE
            MOVE SPACES TO T-BRANCH-ID
            MOVE SPACES TO T-TELLER-ID
            MOVE SPACES TO T-XFER-ACCT
            MOVE "P" TO T-SOURCE
            PERFORM 612-STASH-HIST-ENTRY
            MOVE WS-TD-PEN-SAVE-REC TO TRANS-REC
            ADD 1 TO WS-TD-PEN-CNT
            ADD WS-TD-PENALTY TO WS-TD-PEN-TOTAL
            .
      *
       609-APPLY-EXTERNAL-PAYMENT.
      *
      *is performed from 616-apply-trans-proper for a type "e"
      *external payment . it is a debit in every respect -- the
      *block, the holds, the term-deposit penalty and the batch's
      *overdraft test all apply -- but one that cannot say where
      *the money goes is never paid away : a payment without a
      *numeric routing number and a beneficiary account (a suspense
      *item recycled through pgm57 has lost them) suspends under its
      *own reason for the branch to re-enter . the credit side goes
      *to the payments clearing position through 6141 once the
      *batch has posted
      *
            IF T-BENE-ROUTING IS NOT NUMERIC
                    OR T-BENE-ACCT = SPACES
                PERFORM 6091-DIVERT-BAD-PAYEE
            ELSE
                IF NM-STATUS = "B"
                    PERFORM 601-DIVERT-BLOCKED-DEBIT
                ELSE
                    PERFORM 604-TEST-DEBIT-HELD
                    IF DEBIT-HELD
                        PERFORM 603-DIVERT-HELD-DEBIT
                    ELSE
                        SUBTRACT T-AMOUNT FROM WS-NM-AMOUNT-SIGNED
                        ADD T-AMOUNT TO NM-YTD-ACTIVITY
                        PERFORM 612-STASH-HIST-ENTRY
                        PERFORM 6161-TEST-TD-PENALTY
                    END-IF
                END-IF
            END-IF
            .
      *
       6091-DIVERT-BAD-PAYEE.
      *
      *routes an external payment with unusable beneficiary details
      *to suspense
      *
            MOVE SPACES TO SUSPENSE-REC
            MOVE T-ACCT-NO TO SUS-ACCT-NO
            MOVE T-AMOUNT TO SUS-AMOUNT
            MOVE T-TYPE TO SUS-TYPE
            MOVE "BAD PAYEE DETAILS" TO SUS-REASON
            MOVE "609-APPLY-EXT-PAY" TO SUS-ORIGIN
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE SUSPENSE (PAYEE)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SUSPENSE-CNT
            ADD 1 TO WS-EXTPAY-BAD-CNT
            MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
            MOVE T-ACCT-NO TO NM-ACCT-NO-SAVE
            MOVE "SUSPENSE" TO WS-AUDIT-ACTION
            PERFORM 640-WRITE-AUDIT-LOG
            .
      *
       6095-APPLY-CHARGE-OFF.
      *
      *is performed from 616-apply-trans-proper for a type "w"
      *charge-off . pgm129 issues one only once a second officer has
      *approved writing off the overdrawn balance it proposed, and
      *t-amount is that balance as it stood . it posts as a credit
      *only when it brings the batch's running balance exactly to
      *zero -- never writing off a penny more or less than the
      *account owes at that point -- and blocks the account, so
      *nothing more can be drawn on it . anything else (the balance
      *has moved since, or is no longer overdrawn) suspends for
      *pgm129 to propose afresh . the block is audited with the
      *batch's other field changes, once the batch is known to have
      *posted
      *
            IF WS-NM-AMOUNT-SIGNED < 0
                    AND T-AMOUNT = 0 - WS-NM-AMOUNT-SIGNED
                ADD T-AMOUNT TO WS-NM-AMOUNT-SIGNED
                ADD T-AMOUNT TO NM-YTD-ACTIVITY
                MOVE "B" TO NM-STATUS
                PERFORM 612-STASH-HIST-ENTRY
                MOVE "CHARGE-OFF" TO WS-AUDIT-ACTION
                PERFORM 6021-STASH-MAINT-AUDIT
            ELSE
                PERFORM 6096-DIVERT-BAD-CHARGE-OFF
            END-IF
            .
      *
       6096-DIVERT-BAD-CHARGE-OFF.
      *
      *routes a charge-off that would not leave the balance at
      *exactly zero to suspense
      *
            MOVE SPACES TO SUSPENSE-REC
            MOVE T-ACCT-NO TO SUS-ACCT-NO
            MOVE T-AMOUNT TO SUS-AMOUNT
            MOVE T-TYPE TO SUS-TYPE
            MOVE "CHGOFF AMT CHANGED" TO SUS-REASON
            MOVE "6095-APPLY-CHGOFF" TO SUS-ORIGIN
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE SUSPENSE (CHGOFF)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SUSPENSE-CNT
            ADD 1 TO WS-CHGOFF-BAD-CNT
            MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
            MOVE T-ACCT-NO TO NM-ACCT-NO-SAVE
            MOVE "SUSPENSE" TO WS-AUDIT-ACTION
            PERFORM 640-WRITE-AUDIT-LOG
            .
      *
       601-DIVERT-BLOCKED-DEBIT.
      *
      *is performed from 616-apply-trans-proper for a debit against
      *a blocked account . the debit suspends under its own reason
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-MAINT-HELD-COUNT
            IF WS-MAINT-HELD-COUNT > WS-MAINT-HELD-PEAK
                MOVE WS-MAINT-HELD-COUNT TO WS-MAINT-HELD-PEAK
            END-IF
            SET MH-IDX TO WS-MAINT-HELD-COUNT
            MOVE WS-AUDIT-ACTION TO WS-MAINT-HELD-ACTION(MH-IDX)
            .
      *
       6024-AUDIT-ONE-MAINT.
      *
      *audits and counts one held field change . the block a
      *charge-off leaves is counted as the charge-off itself, not as
      *a maintenance change
      *
            IF WS-MAINT-HELD-ACTION(MH-IDX) = "CHARGE-OFF"
                ADD 1 TO WS-CHGOFF-CNT
            ELSE
                ADD 1 TO WS-MAINT-CNT
            END-IF
            IF WS-MAINT-HELD-ACTION(MH-IDX) = "MAINT-STS"
                ADD 1 TO WS-STS-SET-CNT
            END-IF
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
      *applies . a full stop on the account holds every debit ; an
      *amount-limited hold only holds debits over its limit .
      *expired holds never match . the matching hold's tally is
      *bumped for the daily hold report . a customer debit no hold
      *stops is still held when only deposits not yet collected
      *would fund it
      *
            MOVE "N" TO WS-HOLD-FOUND-FLAG
            SET DEBIT-COLLECTED TO TRUE
            IF WS-HOLD-COUNT > 0
                PERFORM 6041-TEST-ONE-HOLD
                    VARYING HL-IDX FROM 1 BY 1
                    UNTIL HL-IDX > WS-HOLD-COUNT
                        OR DEBIT-HELD
            END-IF
            IF NOT DEBIT-HELD
                    AND WS-UNCOLL-AMT > 0
                    AND NOT T-SYSTEM-FED
                PERFORM 6042-TEST-UNCOLLECTED
            END-IF
            .
      *
       6041-TEST-ONE-HOLD.
                END-IF
            END-IF
            .
      *
       6042-TEST-UNCOLLECTED.
      *
      *holds the debit in hand when the ledger would cover it inside
      *the overdraft limit but the available balance would not . a
      *debit the ledger cannot cover either is left to post, so the
      *batch's own overdraft test rejects it as before . the system
      *feeds' debits are charged whatever is uncollected
      *
            IF (WS-NM-AMOUNT-SIGNED - WS-UNCOLL-AMT - T-AMOUNT)
                        < (0 - OM-OD-LIMIT)
                    AND (WS-NM-AMOUNT-SIGNED - T-AMOUNT)
                        NOT < (0 - OM-OD-LIMIT)
                SET DEBIT-HELD TO TRUE
                SET DEBIT-UNCOLLECTED TO TRUE
            END-IF
            .
      *
       603-DIVERT-HELD-DEBIT.
      *
      *is performed from 616-apply-trans-proper when a hold matched
      *the debit in hand . the debit goes to suspense under the HELD
      *reason so operations dispositions it through the existing
      *pgm57 flow once the branch releases or confirms the stop . a
      *debit held only for uncollected funds says so instead, and is
      *recycled once the deposits behind it clear
      *
            MOVE SPACES TO SUSPENSE-REC
            MOVE T-ACCT-NO TO SUS-ACCT-NO
            MOVE T-AMOUNT TO SUS-AMOUNT
            MOVE T-TYPE TO SUS-TYPE
            IF DEBIT-UNCOLLECTED
                MOVE "UNCOLLECTED FUNDS" TO SUS-REASON
            ELSE
                MOVE "HELD" TO SUS-REASON
            END-IF
            MOVE "604-TEST-DEBIT-HELD" TO SUS-ORIGIN
            MOVE T-ORIG-TYPE TO SUS-ORIG-TYPE
            MOVE T-ORIG-DATE TO SUS-ORIG-DATE
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SUSPENSE-CNT
            IF DEBIT-UNCOLLECTED
                ADD 1 TO WS-UNCOLL-HELD-CNT
            ELSE
                ADD 1 TO WS-HELD-CNT
            END-IF
            MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
            MOVE T-ACCT-NO TO NM-ACCT-NO-SAVE
            MOVE "SUSPENSE" TO WS-AUDIT-ACTION
                    END-IF
                    ADD T-AMOUNT TO NM-YTD-ACTIVITY
                    PERFORM 612-STASH-HIST-ENTRY
                    IF T-ORIG-TYPE = "D"
                        PERFORM 6161-TEST-TD-PENALTY
                    END-IF
                    ADD 1 TO WS-XFER-POSTED-CNT
                    MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
                    MOVE OM-ACCT-NO TO NM-ACCT-NO-SAVE
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
      *reversal backs the amount out of the running balance AND out
      *of nm-ytd-activity, so a correction no longer inflates the
      *year's activity the way an offsetting credit or debit did, and
      *is audited under its own "REVERSAL" action . reversing a
      *deposit still held uncollected takes the hold away with it
      *
            MOVE "N" TO WS-REV-FOUND-FLAG
            IF WS-PRIOR-HIST-COUNT > 0
                    SUBTRACT T-AMOUNT FROM NM-YTD-ACTIVITY
                END-IF
                PERFORM 612-STASH-HIST-ENTRY
                IF T-ORIG-TYPE = "C" AND WS-FLOAT-COUNT > 0
                    PERFORM 654-DROP-REVERSED-FLOAT
                END-IF
                ADD 1 TO WS-REV-APPLIED-CNT
                MOVE OM-ACCT-NO TO OM-ACCT-NO-SAVE
                MOVE OM-ACCT-NO TO NM-ACCT-NO-SAVE
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            MOVE T-ORIG-TYPE TO SUS-ORIG-TYPE
            MOVE T-ORIG-DATE TO SUS-ORIG-DATE
            PERFORM 617-STAMP-SUSPENSE-REC
      *compares the transaction in hand against one already-applied
      *entry for this account
      *
      *     A PENALTY THIS RUN POSTED ITSELF IS NEVER A FILE
      *     TRANSACTION'S TWIN
            IF WS-HIST-AMOUNT(HT-IDX) = T-AMOUNT
                    AND WS-HIST-TYPE(HT-IDX) = T-TYPE
                    AND WS-HIST-EFF-DATE(HT-IDX) = T-EFF-DATE
                    AND WS-HIST-SOURCE(HT-IDX) NOT = "P"
                SET DUPLICATE-FOUND TO TRUE
            END-IF
            .
            MOVE T-BRANCH-ID TO SUS-BRANCH-ID
            MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            MOVE T-AVAIL-CLASS TO SUS-AVAIL-CLASS
            PERFORM 617-STAMP-SUSPENSE-REC
            WRITE SUSPENSE-REC
            IF WS-STATUS4 NOT = 00
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-HIST-ENTRY-COUNT
            IF WS-HIST-ENTRY-COUNT > WS-HIST-ENTRY-PEAK
                MOVE WS-HIST-ENTRY-COUNT TO WS-HIST-ENTRY-PEAK
            END-IF
            SET HT-IDX TO WS-HIST-ENTRY-COUNT
            MOVE T-AMOUNT TO WS-HIST-AMOUNT(HT-IDX)
            MOVE T-TYPE TO WS-HIST-TYPE(HT-IDX)
            ELSE
                MOVE SPACES TO WS-HIST-XFER-ACCT(HT-IDX)
            END-IF
            MOVE T-ORIG-TYPE TO WS-HIST-ORIG-TYPE(HT-IDX)
            IF T-TYPE = "E"
                MOVE T-BENE-NAME TO WS-HIST-BENE-NAME(HT-IDX)
                MOVE T-BENE-ROUTING TO WS-HIST-BENE-ROUTING(HT-IDX)
                MOVE T-BENE-ACCT TO WS-HIST-BENE-ACCT(HT-IDX)
            ELSE
                MOVE SPACES TO WS-HIST-BENE-NAME(HT-IDX)
                MOVE SPACES TO WS-HIST-BENE-ROUTING(HT-IDX)
                MOVE SPACES TO WS-HIST-BENE-ACCT(HT-IDX)
            END-IF
      *     ZERO UNLESS 320 JUDGED THIS RECORD BACKDATED-WITHIN-
      *     TOLERANCE ; 300-READ-TRANS RESETS IT FOR EVERY READ
            MOVE WS-EFF-AGE-DAYS TO WS-HIST-BKD-DAYS(HT-IDX)
      *     A SYSTEM-FED POSTING (ACCRUAL, INTEREST ADJUSTMENT,
      *     ESCHEAT, FEE, NSF FEE, LOAN FEE, MATURITY, PENALTY,
      *     RETURNED PAYMENT, BALANCE SWEEP, CHARGE-OFF) IS NOT
      *     CUSTOMER ACTIVITY ;
      *     ANYTHING ELSE --
      *     COUNTER WORK, CARRYFORWARD, RECYCLE, OR A PRE-GATEWAY
      *     FILE'S BLANK TAG -- IS
            IF NOT T-SYSTEM-FED
                SET CUST-ACTIVITY-SEEN TO TRUE
            END-IF
            .
            MOVE WS-HIST-TELLER-ID(HT-IDX) TO HIS-TELLER-ID
            MOVE WS-HIST-SOURCE(HT-IDX) TO HIS-SOURCE
            MOVE WS-HIST-XFER-ACCT(HT-IDX) TO HIS-XFER-ACCT
            IF WS-HIST-TYPE(HT-IDX) = "T"
                MOVE WS-HIST-ORIG-TYPE(HT-IDX) TO HIS-ORIG-TYPE
            END-IF
            IF NOT MEMO-RUN
                MOVE POSTED-HISTORY-REC TO SC-ROW OF WS-HIS-SEAL
                WRITE POSTED-HISTORY-REC
                IF WS-STATUS9 NOT = 00
                    MOVE "WRITE POSTED-HISTORY" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE "A" TO SC-FUNCTION OF WS-HIS-SEAL
                CALL "PGM131" USING WS-HIS-SEAL
            END-IF
            IF WS-HIST-TYPE(HT-IDX) = "E"
                PERFORM 6141-WRITE-EXT-PAYMENT
            END-IF
            IF WS-HIST-BKD-DAYS(HT-IDX) > 0
                MOVE SPACES TO BACKDATED-REC
                MOVE WS-HIST-TYPE(HT-IDX) TO BKD-TYPE
                MOVE WS-HIST-EFF-DATE(HT-IDX) TO BKD-EFF-DATE
                MOVE WS-HIST-BKD-DAYS(HT-IDX) TO BKD-DAYS-OLD
                MOVE WS-HIST-ORIG-TYPE(HT-IDX) TO BKD-ORIG-TYPE
                IF NOT MEMO-RUN
                    WRITE BACKDATED-REC
                    IF WS-STATUS13 NOT = 00
                        MOVE "WRITE BACKDATED-FILE" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                END-IF
                ADD 1 TO WS-BACKDATED-POST-CNT
            END-IF
            .
      *
       6141-WRITE-EXT-PAYMENT.
      *
      *is performed from 614-write-one-hist-rec for a posted
      *external payment . the debit has landed on the customer, so
      *the credit side is parked in the payments clearing position
      *for the pgm118 build step to pay away
      *
            MOVE SPACES TO EXT-PAY-REC
            MOVE NM-ACCT-NO TO EP-ACCT-NO
            MOVE WS-HIST-AMOUNT(HT-IDX) TO EP-AMOUNT
            MOVE WS-HIST-EFF-DATE(HT-IDX) TO EP-EFF-DATE
            MOVE WS-HIST-BENE-ROUTING(HT-IDX) TO EP-BENE-ROUTING
            MOVE WS-HIST-BENE-ACCT(HT-IDX) TO EP-BENE-ACCT
            MOVE WS-HIST-BENE-NAME(HT-IDX) TO EP-BENE-NAME
            MOVE NM-CUST-NAME TO EP-CUST-NAME
            MOVE NM-BRANCH TO EP-BRANCH
            MOVE WS-RUN-DATE TO EP-RUN-DATE
            IF NOT MEMO-RUN
                WRITE EXT-PAY-REC
                IF WS-STATUS26 NOT = 00
                    MOVE "WRITE EXT-PAY-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            ADD 1 TO WS-EXTPAY-CNT
            ADD WS-HIST-AMOUNT(HT-IDX) TO WS-EXTPAY-TOTAL
            .
      *
       615-REJECT-OVERDRAFT.
      *
      *actual current balance (om-amount), matching what is carried
      *forward -- not the balance as it stood mid-batch, since the
      *whole batch is void . checkpoints the same as the other two
      *new-master-write branches, since it writes one too . the
      *account's float goes back to what it held before the batch
      *
            PERFORM 6002-STAMP-OM-OVERDRAWN
            IF MEMO-RUN
                MOVE OLD-MASTER-REC TO NEW-MASTER-REC
            ELSE
                WRITE NEW-MASTER-REC FROM OLD-MASTER-REC
                IF WS-STATUS3 NOT = 00
                    MOVE "WRITE NEW-MASTER (OVERDRAFT)"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            ADD 1 TO WS-NM-WRITE-CNT
            ADD NM-AMOUNT TO WS-NM-AMOUNT-TOTAL
            MOVE "SUSPENSE" TO WS-AUDIT-ACTION
            PERFORM 640-WRITE-AUDIT-LOG
            PERFORM 626-FLAG-BROKEN-XFERS
            PERFORM 628-FLAG-VOIDED-ORDERS
            PERFORM 630-EXTRACT-NSF-ITEMS
            PERFORM 656-VOID-FLOAT-BATCH
            PERFORM 650-WRITE-ACCT-FLOAT
            PERFORM 620-MAYBE-CHECKPOINT.
      *
       626-FLAG-BROKEN-XFERS.
                ADD 1 TO WS-XFER-BROKEN-CNT
            END-IF
            .
      *
       628-FLAG-VOIDED-ORDERS.
      *
      *is performed from 615-reject-overdraft . the batch-level
      *overdraft row carries the account's balance, not the items
      *that were voided, so a standing-order payment inside the
      *voided batch would otherwise never be traced back to its
      *order . each such debit (or money-out transfer leg) raises
      *its own "S"-tagged alert row for the standing-order feedback
      *run to match ; like the broken-pair rows it is not a copy
      *of anything reposted, so the reconciliation leaves it
      *untotalled
      *
            IF WS-HIST-ENTRY-COUNT > 0
                PERFORM 629-FLAG-ONE-VOIDED-ORDER
                    VARYING HT-IDX FROM 1 BY 1
                    UNTIL HT-IDX > WS-HIST-ENTRY-COUNT
            END-IF
            .
      *
       629-FLAG-ONE-VOIDED-ORDER.
      *
      *raises the voided-order alert for one standing-order entry
      *
            IF WS-HIST-SOURCE(HT-IDX) = "S"
                    AND (WS-HIST-TYPE(HT-IDX) = "D"
                      OR (WS-HIST-TYPE(HT-IDX) = "T"
                          AND WS-HIST-ORIG-TYPE(HT-IDX) = "D"))
                MOVE SPACES TO SUSPENSE-REC
                MOVE OM-ACCT-NO TO SUS-ACCT-NO
                MOVE WS-HIST-AMOUNT(HT-IDX) TO SUS-AMOUNT
                MOVE WS-HIST-TYPE(HT-IDX) TO SUS-TYPE
                MOVE "STORD DEBIT VOIDED" TO SUS-REASON
                MOVE "628-FLAG-VOIDED-ORDERS" TO SUS-ORIGIN
                MOVE WS-HIST-ORIG-TYPE(HT-IDX) TO SUS-ORIG-TYPE
                MOVE OM-BRANCH TO SUS-BRANCH-ID
                MOVE WS-HIST-XFER-ACCT(HT-IDX) TO SUS-XFER-ACCT
                MOVE "S" TO SUS-SOURCE
                PERFORM 617-STAMP-SUSPENSE-REC
                WRITE SUSPENSE-REC
                IF WS-STATUS4 NOT = 00
                    MOVE "WRITE SUSPENSE (STORD)"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-SUSPENSE-CNT
            END-IF
            .
      *
       630-EXTRACT-NSF-ITEMS.
      *
      *is performed from 615-reject-overdraft . every debit and
      *money-out transfer leg in the voided batch was refused for
      *insufficient funds ; each goes to the refused-item extract
      *so the customer can be told and the nsf fee charged
      *
            IF WS-HIST-ENTRY-COUNT > 0
                PERFORM 631-EXTRACT-ONE-NSF-ITEM
                    VARYING HT-IDX FROM 1 BY 1
                    UNTIL HT-IDX > WS-HIST-ENTRY-COUNT
            END-IF
            .
      *
       631-EXTRACT-ONE-NSF-ITEM.
      *
      *writes the refused-item record for one voided debit
      *
            IF WS-HIST-TYPE(HT-IDX) = "D"
                    OR WS-HIST-TYPE(HT-IDX) = "E"
                    OR (WS-HIST-TYPE(HT-IDX) = "T"
                        AND WS-HIST-ORIG-TYPE(HT-IDX) = "D")
                MOVE SPACES TO NSF-ITEM-REC
                MOVE OM-ACCT-NO TO NI-ACCT-NO
                MOVE OM-CUST-NO TO NI-CUST-NO
                MOVE OM-CUST-NAME TO NI-CUST-NAME
                MOVE OM-BRANCH TO NI-BRANCH
                MOVE OM-PRODUCT TO NI-PRODUCT
                MOVE WS-HIST-AMOUNT(HT-IDX) TO NI-AMOUNT
                MOVE WS-HIST-TYPE(HT-IDX) TO NI-TYPE
                MOVE WS-HIST-EFF-DATE(HT-IDX) TO NI-EFF-DATE
                MOVE WS-HIST-SOURCE(HT-IDX) TO NI-SOURCE
                MOVE WS-HIST-XFER-ACCT(HT-IDX) TO NI-XFER-ACCT
                MOVE OM-AMOUNT TO NI-BALANCE
                MOVE WS-RUN-DATE TO NI-RUN-DATE
                IF NOT MEMO-RUN
                    WRITE NSF-ITEM-REC
                    IF WS-STATUS25 NOT = 00
                        MOVE "WRITE NSF-ITEM-FILE" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                END-IF
                ADD 1 TO WS-NSF-ITEM-CNT
            END-IF
            .
      *
       617-STAMP-SUSPENSE-REC.
      *
       618-WRITE-OVERDRAWN-REPORT.
      *
      *is performed from 600-regular-update when the batch's final
      *available balance is negative but inside the account's
      *authorized overdraft limit, and from 800-no-update for an
      *account already carrying a negative one with no transaction
      *today -- the
      *report shows everyone into their limit each run, not only the
      *accounts that moved . the account posts or carries normally ;
      *this just puts it on the day's overdrawn-accounts report, its
      *account number masked for the report's audience
      *
            MOVE SPACES TO OVERDRAWN-REC
            MOVE "M" TO RM-FUNCTION
            MOVE NM-ACCT-NO TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO ODR-ACCT-NO
            MOVE WS-NM-AMOUNT-SIGNED TO ODR-BALANCE
            MOVE WS-AVAIL-BAL TO ODR-AVAIL-BAL
            MOVE OM-OD-LIMIT TO ODR-OD-LIMIT
            MOVE NM-CUST-NAME TO ODR-CUST-NAME
            WRITE OVERDRAWN-REC
            END-IF
            ADD 1 TO WS-OVERDRAWN-CNT
            .
      *
       650-WRITE-ACCT-FLOAT.
      *
      *is performed from 600-regular-update, 615-reject-overdraft and
      *800-no-update beside the account's new-master record . every
      *deposit the account still holds goes to float-new under the
      *account's owning branch ; a memo run only counts them
      *
            IF WS-FLOAT-COUNT > 0
                PERFORM 651-WRITE-ONE-FLOAT
                    VARYING FT-IDX FROM 1 BY 1
                    UNTIL FT-IDX > WS-FLOAT-COUNT
            END-IF
            .
      *
       651-WRITE-ONE-FLOAT.
      *
      *carries one tabled deposit forward, or counts it dropped when
      *a reversal took it back out
      *
            IF WS-FLOAT-LIVE(FT-IDX) = "N"
                ADD 1 TO WS-FLOAT-DROP-CNT
            ELSE
                ADD 1 TO WS-FLOAT-CARRY-CNT
                ADD WS-FLOAT-AMOUNT(FT-IDX) TO WS-FLOAT-CARRY-TOTAL
                IF FT-IDX > WS-FLOAT-LOADED
                    ADD 1 TO WS-FLOAT-HELD-CNT
                    ADD WS-FLOAT-AMOUNT(FT-IDX) TO WS-FLOAT-HELD-TOTAL
                END-IF
                IF NOT MEMO-RUN
                    MOVE SPACES TO FLOAT-NEW-REC
                    MOVE NM-ACCT-NO TO FN-ACCT-NO
                    MOVE WS-FLOAT-AMOUNT(FT-IDX) TO FN-AMOUNT
                    MOVE WS-FLOAT-DEP-DATE(FT-IDX) TO FN-DEP-DATE
                    MOVE WS-FLOAT-AVAIL-DATE(FT-IDX) TO FN-AVAIL-DATE
                    MOVE WS-FLOAT-CLASS(FT-IDX) TO FN-CLASS
                    MOVE NM-BRANCH TO FN-BRANCH
                    MOVE WS-FLOAT-DEP-BRANCH(FT-IDX) TO FN-DEP-BRANCH
                    MOVE WS-FLOAT-POST-DATE(FT-IDX) TO FN-POST-DATE
                    WRITE FLOAT-NEW-REC
                    IF WS-STATUS30 NOT = 00
                        MOVE "WRITE FLOAT-NEW" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                END-IF
            END-IF
            .
      *
       652-HOLD-NEW-DEPOSIT.
      *
      *is performed from 616-apply-trans-proper once a customer
      *deposit carrying an availability class has posted . the
      *account's product schedule gives the business days it is
      *held ; none means it is available at once . otherwise it is
      *tabled uncollected until the date that many business days on
      *from tonight's business date
      *
            PERFORM 6521-FIND-AVAIL-DAYS
            IF WS-AVAIL-DAYS > 0
                IF WS-FLOAT-COUNT >= 100
                    MOVE "ACCT FLOAT EXCEEDS 100" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-FLOAT-COUNT
                IF WS-FLOAT-COUNT > WS-FLOAT-PEAK
                    MOVE WS-FLOAT-COUNT TO WS-FLOAT-PEAK
                END-IF
                MOVE WS-RUN-DATE-INT TO WS-AVAIL-DAY-INT
                PERFORM 653-STEP-BUSINESS-DAY WS-AVAIL-DAYS TIMES
                SET FT-IDX TO WS-FLOAT-COUNT
                MOVE T-AMOUNT TO WS-FLOAT-AMOUNT(FT-IDX)
                MOVE T-EFF-DATE TO WS-FLOAT-DEP-DATE(FT-IDX)
                COMPUTE WS-FLOAT-AVAIL-DATE(FT-IDX) =
                        FUNCTION DATE-OF-INTEGER(WS-AVAIL-DAY-INT)
                MOVE T-AVAIL-CLASS TO WS-FLOAT-CLASS(FT-IDX)
                MOVE T-BRANCH-ID TO WS-FLOAT-DEP-BRANCH(FT-IDX)
                MOVE WS-RUN-DATE TO WS-FLOAT-POST-DATE(FT-IDX)
                MOVE "Y" TO WS-FLOAT-LIVE(FT-IDX)
                ADD T-AMOUNT TO WS-UNCOLL-AMT
            END-IF
            .
      *
       6521-FIND-AVAIL-DAYS.
      *
      *takes the deposit's class's days from the account's product
      *row, or from the house schedule when no product master was
      *supplied
      *
            EVALUATE T-AVAIL-CLASS
                WHEN "C"
                    MOVE WS-DFLT-AVAIL-CASH TO WS-AVAIL-DAYS
                WHEN "U"
                    MOVE WS-DFLT-AVAIL-ONUS TO WS-AVAIL-DAYS
                WHEN OTHER
                    MOVE WS-DFLT-AVAIL-OTHER TO WS-AVAIL-DAYS
            END-EVALUATE
            IF PRODUCT-CHECK-ON
                MOVE "N" TO WS-PRD-HIT-FLAG
                PERFORM 6522-TEST-ONE-AVAIL-PROD
                    VARYING PR-IDX FROM 1 BY 1
                    UNTIL PR-IDX > WS-PROD-COUNT
                        OR PRD-CODE-HIT
            END-IF
            .
      *
       6522-TEST-ONE-AVAIL-PROD.
      *
      *takes the days from one product row if it is the account's
      *
            IF WS-PROD-CODE(PR-IDX) = OM-PRODUCT
                SET PRD-CODE-HIT TO TRUE
                EVALUATE T-AVAIL-CLASS
                    WHEN "C"
                        MOVE WS-PROD-AVAIL-CASH(PR-IDX)
                            TO WS-AVAIL-DAYS
                    WHEN "U"
                        MOVE WS-PROD-AVAIL-ONUS(PR-IDX)
                            TO WS-AVAIL-DAYS
                    WHEN OTHER
                        MOVE WS-PROD-AVAIL-OTHER(PR-IDX)
                            TO WS-AVAIL-DAYS
                END-EVALUATE
            END-IF
            .
      *
       653-STEP-BUSINESS-DAY.
      *
      *moves the availability day number on by one business day .
      *day one of the calendar was a monday, so the remainder by 7
      *is the weekday -- 6 saturday, 0 sunday
      *
            ADD 1 TO WS-AVAIL-DAY-INT
            PERFORM 6531-SET-AVAIL-WEEKDAY
            PERFORM 6532-SKIP-WEEKEND-DAY
                UNTIL WS-AVAIL-WEEKDAY NOT = 6
                    AND WS-AVAIL-WEEKDAY NOT = 0
            .
      *
       6531-SET-AVAIL-WEEKDAY.
      *
      *works out the weekday of the availability day number
      *
            DIVIDE WS-AVAIL-DAY-INT BY 7
                GIVING WS-AVAIL-WEEKS
                REMAINDER WS-AVAIL-WEEKDAY
            .
      *
       6532-SKIP-WEEKEND-DAY.
      *
      *steps past one saturday or sunday
      *
            ADD 1 TO WS-AVAIL-DAY-INT
            PERFORM 6531-SET-AVAIL-WEEKDAY
            .
      *
       654-DROP-REVERSED-FLOAT.
      *
      *is performed from 621-apply-reversal for a proved reversal of
      *a credit . the first deposit still held for the same amount
      *and effective date is the one reversed : it comes off the
      *uncollected amount and is not carried forward
      *
            SET FT-HIT TO 1
            MOVE "N" TO WS-REV-FLOAT-FLAG
            PERFORM 655-TEST-ONE-REV-FLOAT
                VARYING FT-IDX FROM 1 BY 1
                UNTIL FT-IDX > WS-FLOAT-COUNT
                    OR REV-FLOAT-FOUND
            IF REV-FLOAT-FOUND
                MOVE "N" TO WS-FLOAT-LIVE(FT-HIT)
                SUBTRACT WS-FLOAT-AMOUNT(FT-HIT) FROM WS-UNCOLL-AMT
            END-IF
            .
      *
       655-TEST-ONE-REV-FLOAT.
      *
      *tests one tabled deposit against the reversal in hand
      *
            IF WS-FLOAT-LIVE(FT-IDX) = "Y"
                    AND WS-FLOAT-AMOUNT(FT-IDX) = T-AMOUNT
                    AND WS-FLOAT-DEP-DATE(FT-IDX) = T-ORIG-DATE
                SET REV-FLOAT-FOUND TO TRUE
                SET FT-HIT TO FT-IDX
            END-IF
            .
      *
       656-VOID-FLOAT-BATCH.
      *
      *is performed from 615-reject-overdraft . the void batch's new
      *deposits come off the table and any deposit its reversals
      *took out goes back on, so the account carries forward the
      *float it came in with
      *
            MOVE WS-FLOAT-LOADED TO WS-FLOAT-COUNT
            MOVE ZERO TO WS-UNCOLL-AMT
            IF WS-FLOAT-COUNT > 0
                PERFORM 657-RESTORE-ONE-FLOAT
                    VARYING FT-IDX FROM 1 BY 1
                    UNTIL FT-IDX > WS-FLOAT-COUNT
            END-IF
            .
      *
       657-RESTORE-ONE-FLOAT.
      *
      *puts one loaded deposit back on hold
      *
            MOVE "Y" TO WS-FLOAT-LIVE(FT-IDX)
            ADD WS-FLOAT-AMOUNT(FT-IDX) TO WS-UNCOLL-AMT
            .
      *
       700-NEW-ACCOUNT.
      *
           MOVE T-BRANCH-ID TO SUS-BRANCH-ID
           MOVE T-TELLER-ID TO SUS-TELLER-ID
            MOVE T-XFER-ACCT TO SUS-XFER-ACCT
            MOVE T-SOURCE TO SUS-SOURCE
            MOVE T-AVAIL-CLASS TO SUS-AVAIL-CLASS
           PERFORM 617-STAMP-SUSPENSE-REC
           WRITE SUSPENSE-REC
           IF WS-STATUS4 NOT = 00
      *new master . no transaction matched this account today, so its
      *consecutive no-activity run count is bumped before the copy,
      *and an account that has now reached ws-dormant-threshold is
      *also listed on dormant-file . its float is released and
      *carried the same as a posting account's
            PERFORM 1897-LOAD-ACCT-FLOAT
            COMPUTE WS-AVAIL-BAL = OM-AMOUNT - WS-UNCOLL-AMT
            ADD 1 TO OM-NOACT-CNT
      *     THE NO-ACTIVITY COUNT DRIVES THE STATUS LIFECYCLE : THE
      *     DAY IT CROSSES A STAGE THE STATUS MOVES WITH IT, AUDITED
                MOVE "2" TO OM-NOTICE-STG
                ADD 1 TO WS-NOTICE2-CNT
            END-IF
            PERFORM 6002-STAMP-OM-OVERDRAWN
            IF MEMO-RUN
                MOVE OLD-MASTER-REC TO NEW-MASTER-REC
            ELSE
                WRITE NEW-MASTER-REC FROM OLD-MASTER-REC
                IF WS-STATUS3 NOT = 00
                    MOVE "WRITE NEW-MASTER (CARRYFWD)"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            IF WS-AVAIL-BAL < 0
                MOVE OM-AMOUNT TO WS-NM-AMOUNT-SIGNED
                PERFORM 618-WRITE-OVERDRAWN-REPORT
            END-IF
            IF OM-NOACT-CNT = WS-DORMANT-THRESHOLD
                PERFORM 810-WRITE-DORMANT-REPORT
            END-IF
            PERFORM 650-WRITE-ACCT-FLOAT
            PERFORM 620-MAYBE-CHECKPOINT
            PERFORM 200-READ-MASTER.
      *
       820-WRITE-FIRST-NOTICE.
      *
      *is performed from 800-no-update the run the account crosses
      *the first-notice stage . one letter record per party goes to
      *the first-notice extract and the step is audited like any
      *other change to the master
      *
            PERFORM 825-GATHER-NOTICE-PARTIES
            PERFORM 822-WRITE-ONE-FIRST-NOTICE
                VARYING PY-IDX FROM 1 BY 1
                UNTIL PY-IDX > WS-PARTY-COUNT
            MOVE "NOTICE-1" TO WS-AUDIT-ACTION
            PERFORM 640-WRITE-AUDIT-LOG
            .
      *
       822-WRITE-ONE-FIRST-NOTICE.
      *
      *writes the first-notice letter record for one party
      *
            MOVE SPACES TO NOTICE1-REC
            MOVE OM-ACCT-NO TO N1-ACCT-NO
            MOVE WS-PARTY-CUST(PY-IDX) TO N1-CUST-NO
            MOVE OM-CUST-NAME TO N1-CUST-NAME
            MOVE OM-AMOUNT TO N1-BALANCE
            MOVE WS-RUN-DATE TO N1-NOTICE-DATE
            MOVE "1" TO N1-STAGE
            MOVE WS-PARTY-ROLE(PY-IDX) TO N1-ROLE
            IF NOT MEMO-RUN
                WRITE NOTICE1-REC
                IF WS-STATUS19 NOT = 00
                    MOVE "WRITE NOTICE1-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
       825-GATHER-NOTICE-PARTIES.
      *
      *walks the relationship file forward to the account in hand
      *and gathers every party whose role is in force on the run
      *date . an account with none goes to its owning customer as
      *primary, exactly as before the relationship file existed
      *
            IF OM-ACCT-NO NOT = WS-PARTY-ACCT
                MOVE OM-ACCT-NO TO WS-PARTY-ACCT
                MOVE ZERO TO WS-PARTY-COUNT
                PERFORM 1892-READ-RELATION-FILE
                    UNTIL AR-ACCT-NO NOT < OM-ACCT-NO
                PERFORM 826-GATHER-ONE-PARTY
                    UNTIL AR-ACCT-NO NOT = OM-ACCT-NO
                IF WS-PARTY-COUNT = 0
                    MOVE 1 TO WS-PARTY-COUNT
                    MOVE OM-CUST-NO TO WS-PARTY-CUST(1)
                    MOVE "P" TO WS-PARTY-ROLE(1)
                END-IF
            END-IF
            .
      *
       826-GATHER-ONE-PARTY.
      *
      *files one of the account's rows in the party table when its
      *role is already in force
      *
            IF AR-EFF-DATE NOT > WS-RUN-DATE
                IF WS-PARTY-COUNT >= 20
                    MOVE "ACCTREL PARTIES EXCEED 20" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-PARTY-COUNT
                IF WS-PARTY-COUNT > WS-PARTY-PEAK
                    MOVE WS-PARTY-COUNT TO WS-PARTY-PEAK
                END-IF
                SET PY-IDX TO WS-PARTY-COUNT
                MOVE AR-CUST-NO TO WS-PARTY-CUST(PY-IDX)
                MOVE AR-ROLE TO WS-PARTY-ROLE(PY-IDX)
            END-IF
            PERFORM 1892-READ-RELATION-FILE
            .
      *
       830-WRITE-FINAL-NOTICE.
      *
      *is performed from 800-no-update the run the account crosses
      *the final-notice stage (the same run it goes escheat-pending)
      *. one letter record per party, as for the first notice
      *
            PERFORM 825-GATHER-NOTICE-PARTIES
            PERFORM 832-WRITE-ONE-FINAL-NOTICE
                VARYING PY-IDX FROM 1 BY 1
                UNTIL PY-IDX > WS-PARTY-COUNT
            MOVE "NOTICE-2" TO WS-AUDIT-ACTION
            PERFORM 640-WRITE-AUDIT-LOG
            .
      *
       832-WRITE-ONE-FINAL-NOTICE.
      *
      *writes the final-notice letter record for one party
      *
            MOVE SPACES TO NOTICE2-REC
            MOVE OM-ACCT-NO TO N2-ACCT-NO
            MOVE WS-PARTY-CUST(PY-IDX) TO N2-CUST-NO
            MOVE OM-CUST-NAME TO N2-CUST-NAME
            MOVE OM-AMOUNT TO N2-BALANCE
            MOVE WS-RUN-DATE TO N2-NOTICE-DATE
            MOVE "2" TO N2-STAGE
            MOVE WS-PARTY-ROLE(PY-IDX) TO N2-ROLE
            IF NOT MEMO-RUN
                WRITE NOTICE2-REC
                IF WS-STATUS20 NOT = 00
                    MOVE "WRITE NOTICE2-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
       810-WRITE-DORMANT-REPORT.
            MOVE OM-AMOUNT TO DOR-AMOUNT
            MOVE OM-NOACT-CNT TO DOR-NOACT-CNT
            MOVE OM-CUST-NAME TO DOR-CUST-NAME
            IF NOT MEMO-RUN
                WRITE DORMANT-REC
                IF WS-STATUS8 NOT = 00
                    MOVE "WRITE DORMANT-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            ADD 1 TO WS-DORMANT-CNT
            .
      *is performed from 600-regular-update, 700-new-account and
      *800-no-update . records which paragraph produced (or routed
      *to suspense) the account and when, so a bad balance can be
      *traced back to the exact write that caused it . each row
      *written is passed to the audit log's seal chain
      *
            MOVE SPACES TO AUDIT-REC
            MOVE OM-ACCT-NO-SAVE TO AUD-OM-ACCT-NO
            MOVE NM-ACCT-NO-SAVE TO AUD-NM-ACCT-NO
            MOVE WS-AUDIT-ACTION TO AUD-ACTION-CODE
            MOVE WS-RUN-DATE TO AUD-RUN-DATE
            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-RUN-CYCLE TO AUD-CYCLE-NO
            IF NOT MEMO-RUN
                MOVE AUDIT-REC TO SC-ROW OF WS-AUD-SEAL
                WRITE AUDIT-REC
                IF WS-STATUS6 NOT = 00
                    MOVE "WRITE AUDIT-LOG" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE "A" TO SC-FUNCTION OF WS-AUD-SEAL
                CALL "PGM131" USING WS-AUD-SEAL
            END-IF
            .
      *
       660-SEAL-LOGS.
      *
      *is performed from 500-close-rtn on a live run, after the last
      *row is written . ends the run's block on the audit log and on
      *posted-history with a seal row : the block's row count and
      *amount total, the previous seal's hash and its own, chained
      *so that any row edited, inserted or deleted afterwards -- or
      *any block taken out -- is found by pgm132's verification . a
      *run that dies before this point leaves its rows unsealed, and
      *the restart's seal takes them in
      *
            MOVE "S" TO SC-FUNCTION OF WS-AUD-SEAL
            MOVE WS-RUN-DATE TO SC-RUN-DATE OF WS-AUD-SEAL
            MOVE WS-RUN-CYCLE TO SC-CYCLE OF WS-AUD-SEAL
            CALL "PGM131" USING WS-AUD-SEAL
            MOVE SC-ROW OF WS-AUD-SEAL TO AUDIT-REC
            WRITE AUDIT-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE AUDIT-LOG SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "S" TO SC-FUNCTION OF WS-HIS-SEAL
            MOVE WS-RUN-DATE TO SC-RUN-DATE OF WS-HIS-SEAL
            MOVE WS-RUN-CYCLE TO SC-CYCLE OF WS-HIS-SEAL
            CALL "PGM131" USING WS-HIS-SEAL
            MOVE SC-ROW OF WS-HIS-SEAL TO POSTED-HISTORY-REC
            WRITE POSTED-HISTORY-REC
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE POSTED-HISTORY SEAL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
            MOVE WS-RUN-DATE TO CLO-CLOSE-DATE
            MOVE OM-BRANCH TO CLO-BRANCH
            MOVE OM-CUST-NAME TO CLO-CUST-NAME
            MOVE OM-PRODUCT TO CLO-PRODUCT
            IF NOT MEMO-RUN
                WRITE CLOSED-REGISTER-REC
                IF WS-STATUS18 NOT = 00
                    MOVE "WRITE CLOSED-REGISTER" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
            DIVIDE WS-NM-WRITE-CNT BY WS-CHECKPOINT-INTERVAL
                GIVING WS-CKP-QUOTIENT
                REMAINDER WS-CKP-REMAINDER
            IF WS-CKP-REMAINDER = 0 AND NOT MEMO-RUN
                MOVE "C" TO CKP-RECORD-TYPE
                MOVE NM-ACCT-NO TO CKP-LAST-ACCT-NO
                MOVE WS-OM-READ-CNT TO CKP-OM-READ-CNT
                    WS-UNKPROD-CNT
            DISPLAY "DEBITS HELD (STOP-PAYMENT) .....: "
                    WS-HELD-CNT
            DISPLAY "DEBITS HELD (UNCOLLECTED) ......: "
                    WS-UNCOLL-HELD-CNT
            DISPLAY "POST-CLOSURE TRANS SUSPENDED ...: "
                    WS-CLOSEDTRN-CNT
            DISPLAY "MAINTENANCE CHANGES APPLIED ....: "
                    WS-STS-BLOCKED-CNT
            DISPLAY "STATUS SET BY MAINTENANCE ......: "
                    WS-STS-SET-CNT
            DISPLAY "CHARGED OFF AND BLOCKED ........: "
                    WS-CHGOFF-CNT
            DISPLAY "CHARGE-OFFS REFUSED (SUSP) .....: "
                    WS-CHGOFF-BAD-CNT
            DISPLAY "FIRST NOTICES EXTRACTED ........: "
                    WS-NOTICE1-CNT
            DISPLAY "FINAL NOTICES EXTRACTED ........: "
                    WS-NOTICE2-CNT
            DISPLAY "NSF ITEMS EXTRACTED ............: "
                    WS-NSF-ITEM-CNT
            DISPLAY "EXTERNAL PAYMENTS TO CLEARING ..: "
                    WS-EXTPAY-CNT
            DISPLAY "EXTERNAL PAYMENT AMOUNT ........: "
                    WS-EXTPAY-TOTAL
            DISPLAY "EXT PAYMENTS BAD PAYEE (SUSP) ..: "
                    WS-EXTPAY-BAD-CNT
            DISPLAY "TRANSFER LEGS POSTED ...........: "
                    WS-XFER-POSTED-CNT
            DISPLAY "TRANSFER LEGS TO SUSPENSE ......: "
                    WS-XFER-FAILED-CNT
            DISPLAY "TRANSFER PAIRS BROKEN (ALERTS) .: "
                    WS-XFER-BROKEN-CNT
            DISPLAY "TD EARLY-WITHDRAWAL PENALTIES ..: "
                    WS-TD-PEN-CNT
            DISPLAY "TD PENALTY AMOUNT ..............: "
                    WS-TD-PEN-TOTAL
            DISPLAY "REVERSALS APPLIED ..............: "
                    WS-REV-APPLIED-CNT
            DISPLAY "REVERSALS UNMATCHED TO SUSPENSE : "
                    WS-BACKDATED-POST-CNT
            DISPLAY "BACKDATED SENT TO SUSPENSE .....: "
                    WS-BACKDATED-REJ-CNT
            DISPLAY "---------- FUNDS AVAILABILITY ----------"
            DISPLAY "DEPOSITS PUT ON HOLD TODAY .....: "
                    WS-FLOAT-HELD-CNT
            DISPLAY "AMOUNT PUT ON HOLD TODAY .......: "
                    WS-FLOAT-HELD-TOTAL
            DISPLAY "DEPOSITS RELEASED TODAY ........: "
                    WS-FLOAT-REL-CNT
            DISPLAY "AMOUNT RELEASED TODAY ..........: "
                    WS-FLOAT-REL-TOTAL
            DISPLAY "DEPOSITS STILL UNCOLLECTED .....: "
                    WS-FLOAT-CARRY-CNT
            DISPLAY "AMOUNT STILL UNCOLLECTED .......: "
                    WS-FLOAT-CARRY-TOTAL
            DISPLAY "HOLDS DROPPED (REVERSED/CLOSED) : "
                    WS-FLOAT-DROP-CNT
            DISPLAY "HOLDS FOR NO ACCOUNT ON MASTER .: "
                    WS-FLOAT-ORPHAN-CNT
            IF NOT MEMO-RUN
                DISPLAY "---------- LOG SEALS ----------"
                DISPLAY "AUDIT ROWS SEALED ..............: "
                        SC-SEAL-ROWS OF WS-AUD-SEAL
                DISPLAY "  FROM BEFORE THIS RUN .........: "
                        WS-AUD-TAIL-IN-CNT
                DISPLAY "HISTORY ROWS SEALED ............: "
                        SC-SEAL-ROWS OF WS-HIS-SEAL
                DISPLAY "  FROM BEFORE THIS RUN .........: "
                        WS-HIS-TAIL-IN-CNT
                DISPLAY "HISTORY AMOUNT SEALED ..........: "
                        SC-SEAL-AMOUNT OF WS-HIS-SEAL
            END-IF
            DISPLAY "OLD-MASTER AMOUNT TOTAL ........: "
                    WS-OM-AMOUNT-TOTAL
            DISPLAY "NET TRANSACTION EFFECT .........: "
            ELSE
                DISPLAY "RUN STATUS ..............: OUT OF BALANCE"
            END-IF
            IF MEMO-RUN
                DISPLAY "MEMO POST - PROJECTED, NOTHING WAS POSTED"
            END-IF
            DISPLAY "=============================================="
            IF NOT MEMO-RUN
                PERFORM 910-APPEND-RUN-HISTORY
            END-IF
            PERFORM 920-WRITE-HOLD-REPORT
            .
      *
            END-IF
            CLOSE RUN-HISTORY
            .
      *
       940-NOTE-BALANCE-MOVE.
      *
      *is performed from 600-regular-update on a memo run, in place
      *of the new-master write, for an account whose batch would
      *post . keeps the account among the ten largest movements
      *when its net change, either way, is big enough
      *
            IF WS-ACCT-NET-DELTA < 0
                COMPUTE WS-MOVE-SIZE-NEW = 0 - WS-ACCT-NET-DELTA
            ELSE
                MOVE WS-ACCT-NET-DELTA TO WS-MOVE-SIZE-NEW
            END-IF
            IF WS-MOVE-SIZE-NEW > 0
                IF WS-MOVE-COUNT < 10
                    ADD 1 TO WS-MOVE-COUNT
                    PERFORM 941-PLACE-BALANCE-MOVE
                ELSE
                    IF WS-MOVE-SIZE-NEW > WS-MOVE-SIZE(10)
                        PERFORM 941-PLACE-BALANCE-MOVE
                    END-IF
                END-IF
            END-IF
            .
      *
       941-PLACE-BALANCE-MOVE.
      *
      *opens the account's slot from the bottom of the table up --
      *the smallest movement falls off the end when it is full --
      *and files the account there
      *
            SET MV-IDX TO WS-MOVE-COUNT
            SET MOVE-SLOT-NOT-FOUND TO TRUE
            PERFORM 942-OPEN-MOVE-SLOT
                UNTIL MOVE-SLOT-FOUND
            MOVE OM-ACCT-NO TO WS-MOVE-ACCT(MV-IDX)
            MOVE OM-CUST-NAME TO WS-MOVE-NAME(MV-IDX)
            MOVE OM-AMOUNT TO WS-MOVE-OLD-BAL(MV-IDX)
            MOVE WS-NM-AMOUNT-SIGNED TO WS-MOVE-NEW-BAL(MV-IDX)
            MOVE WS-ACCT-NET-DELTA TO WS-MOVE-DELTA(MV-IDX)
            MOVE WS-MOVE-SIZE-NEW TO WS-MOVE-SIZE(MV-IDX)
            .
      *
       942-OPEN-MOVE-SLOT.
      *
      *stops at the top of the table or under an equal or bigger
      *movement, else shifts the entry above down one place
      *
            IF MV-IDX = 1
                SET MOVE-SLOT-FOUND TO TRUE
            ELSE
                IF WS-MOVE-SIZE(MV-IDX - 1) NOT < WS-MOVE-SIZE-NEW
                    SET MOVE-SLOT-FOUND TO TRUE
                ELSE
                    MOVE WS-MOVE-ENTRY(MV-IDX - 1)
                        TO WS-MOVE-ENTRY(MV-IDX)
                    SET MV-IDX DOWN BY 1
                END-IF
            END-IF
            .
      *
       950-WRITE-MEMO-REPORT.
      *
      *is performed from 000-main-module at the end of a memo run .
      *writes the what-if report : the projected balancing totals,
      *then the items that would suspend and the accounts that would
      *go overdrawn -- both read back from the scratch suspense and
      *overdrawn files the run wrote -- then the largest balance
      *movements . account numbers print masked for the same
      *audience as the overdrawn report
      *
            OPEN OUTPUT MEMO-REPORT
            IF WS-STATUS28 NOT = 00
                MOVE "OPEN MEMO-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO MEMO-REPORT-LINE
            MOVE "PGM52 MEMO POST - WHAT-IF REPORT - NOTHING WAS POSTED"
                TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            STRING "BUSINESS DATE " WS-RUN-DATE
                   "  CYCLE " WS-RUN-CYCLE
                   "  " RM-LEVEL-TEXT
                DELIMITED BY SIZE INTO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            STRING "NO NEW MASTER, HISTORY, AUDIT LOG, CHECKPOINT "
                   "OR RUN HISTORY WAS WRITTEN"
                DELIMITED BY SIZE INTO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 951-MEMO-BALANCING
            PERFORM 953-MEMO-SUSPENSE
            PERFORM 955-MEMO-OVERDRAWN
            PERFORM 957-MEMO-MOVEMENTS
            CLOSE MEMO-REPORT
            .
      *
       951-MEMO-BALANCING.
      *
      *prints the balancing figures 900-balancing-report worked out,
      *as the night would produce them
      *
            MOVE "1. PROJECTED BALANCING TOTALS" TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            MOVE SPACES TO WS-MEMO-TOTAL-LINE
            MOVE "OLD-MASTER ACCOUNTS READ" TO MT-LABEL
            MOVE WS-OM-READ-CNT TO MT-COUNT
            MOVE WS-OM-AMOUNT-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "TRANSACTIONS READ" TO MT-LABEL
            MOVE WS-TR-READ-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "NET TRANSACTION EFFECT" TO MT-LABEL
            MOVE WS-TR-NET-EFFECT TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "LESS : ACCOUNTS CLOSING" TO MT-LABEL
            MOVE WS-CLOSED-CNT TO MT-COUNT
            MOVE WS-CLOSED-AMOUNT-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "LESS : OVERDRAFT-REJECTED NET" TO MT-LABEL
            MOVE WS-OVERDRAFT-NET-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "EXPECTED NEW-MASTER TOTAL" TO MT-LABEL
            MOVE WS-EXPECTED-NM-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "PROJECTED NEW-MASTER ACCOUNTS" TO MT-LABEL
            MOVE WS-NM-WRITE-CNT TO MT-COUNT
            MOVE WS-NM-AMOUNT-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            IF WS-EXPECTED-NM-TOTAL = WS-NM-AMOUNT-TOTAL
                MOVE "PROJECTED RUN STATUS : IN BALANCE"
                    TO MEMO-REPORT-LINE
            ELSE
                MOVE "PROJECTED RUN STATUS : OUT OF BALANCE"
                    TO MEMO-REPORT-LINE
            END-IF
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            MOVE "TRANSACTIONS TO SUSPENSE" TO MT-LABEL
            MOVE WS-SUSPENSE-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "TRANSACTIONS CARRIED FORWARD" TO MT-LABEL
            MOVE WS-CARRYFWD-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "BACKDATED POSTED (IN TOLERANCE)" TO MT-LABEL
            MOVE WS-BACKDATED-POST-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "ACCOUNTS INTO OD LIMIT" TO MT-LABEL
            MOVE WS-OVERDRAWN-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "NSF ITEMS REFUSED" TO MT-LABEL
            MOVE WS-NSF-ITEM-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "EXTERNAL PAYMENTS TO CLEARING" TO MT-LABEL
            MOVE WS-EXTPAY-CNT TO MT-COUNT
            MOVE WS-EXTPAY-TOTAL TO MT-AMOUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "ACCOUNTS GOING DORMANT" TO MT-LABEL
            MOVE WS-DORMANT-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            .
      *
       952-WRITE-MEMO-TOTAL.
      *
      *writes one label / count / amount line and clears it for the
      *next, so a figure not moved prints blank
      *
            MOVE WS-MEMO-TOTAL-LINE TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            MOVE SPACES TO WS-MEMO-TOTAL-LINE
            .
      *
       953-MEMO-SUSPENSE.
      *
      *lists every item the run routed to the scratch suspense file,
      *batch-level and alert rows included, with the reason and the
      *paragraph that would have routed it
      *
            PERFORM 959-WRITE-MEMO-LINE
            MOVE "2. ITEMS THAT WOULD SUSPEND" TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            STRING "ACCT         AMOUNT  T  REASON"
                   "                ROUTED BY"
                DELIMITED BY SIZE INTO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            OPEN INPUT SUSPENSE-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN SUSPENSE-FILE (MEMO)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-MEMO-INPUT TO TRUE
            PERFORM 954-LIST-ONE-SUSPENSE
                UNTIL END-OF-MEMO-INPUT
            CLOSE SUSPENSE-FILE
            IF WS-MEMO-SUSP-CNT = 0
                MOVE "NONE" TO MEMO-REPORT-LINE
                PERFORM 959-WRITE-MEMO-LINE
            END-IF
            PERFORM 959-WRITE-MEMO-LINE
            MOVE SPACES TO WS-MEMO-TOTAL-LINE
            MOVE "ITEMS THAT WOULD SUSPEND" TO MT-LABEL
            MOVE WS-MEMO-SUSP-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            .
      *
       954-LIST-ONE-SUSPENSE.
      *
      *reads one suspense item back and prints it, counting the
      *batches refused for going past their overdraft limit
      *
            READ SUSPENSE-FILE
                AT END
                    SET END-OF-MEMO-INPUT TO TRUE
                NOT AT END
                    ADD 1 TO WS-MEMO-SUSP-CNT
                    IF SUS-ORIGIN = "615-REJECT-OVERDRAFT"
                        ADD 1 TO WS-MEMO-ODSUSP-CNT
                    END-IF
                    MOVE SPACES TO WS-MEMO-SUSP-LINE
                    MOVE "M" TO RM-FUNCTION
                    MOVE SUS-ACCT-NO TO RM-FIELD
                    CALL "PGM123" USING WS-REPORT-MASK
                    MOVE RM-FIELD TO MS-ACCT-NO
                    MOVE SUS-AMOUNT TO MS-AMOUNT
                    MOVE SUS-TYPE TO MS-TYPE
                    MOVE SUS-REASON TO MS-REASON
                    MOVE SUS-ORIGIN TO MS-ORIGIN
                    MOVE WS-MEMO-SUSP-LINE TO MEMO-REPORT-LINE
                    PERFORM 959-WRITE-MEMO-LINE
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ SUSPENSE-FILE (MEMO)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       955-MEMO-OVERDRAWN.
      *
      *lists the accounts the run put on the scratch overdrawn
      *report -- negative but inside their limit -- past the
      *report's heading record . a batch that would go past the
      *limit is refused instead and already listed above
      *
            PERFORM 959-WRITE-MEMO-LINE
            MOVE "3. ACCOUNTS THAT WOULD GO OVERDRAWN"
                TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            STRING "ACCT   CUSTOMER                    BALANCE"
                   "      OD LIMIT"
                DELIMITED BY SIZE INTO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            OPEN INPUT OVERDRAWN-FILE
            IF WS-STATUS11 NOT = 00
                MOVE "OPEN OVERDRAWN-FILE (MEMO)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-MEMO-INPUT TO TRUE
            READ OVERDRAWN-FILE
                AT END
                    SET END-OF-MEMO-INPUT TO TRUE
            END-READ
            PERFORM 956-LIST-ONE-OVERDRAWN
                UNTIL END-OF-MEMO-INPUT
            CLOSE OVERDRAWN-FILE
            IF WS-MEMO-ODR-CNT = 0
                MOVE "NONE" TO MEMO-REPORT-LINE
                PERFORM 959-WRITE-MEMO-LINE
            END-IF
            PERFORM 959-WRITE-MEMO-LINE
            MOVE SPACES TO WS-MEMO-TOTAL-LINE
            MOVE "ACCOUNTS INTO OD LIMIT" TO MT-LABEL
            MOVE WS-MEMO-ODR-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            MOVE "REFUSED PAST OD LIMIT (SEE 2.)" TO MT-LABEL
            MOVE WS-MEMO-ODSUSP-CNT TO MT-COUNT
            PERFORM 952-WRITE-MEMO-TOTAL
            .
      *
       956-LIST-ONE-OVERDRAWN.
      *
      *reads one overdrawn account back and prints it . the account
      *number on the file is already masked
      *
            READ OVERDRAWN-FILE
                AT END
                    SET END-OF-MEMO-INPUT TO TRUE
                NOT AT END
                    ADD 1 TO WS-MEMO-ODR-CNT
                    MOVE SPACES TO WS-MEMO-ODR-LINE
                    MOVE ODR-ACCT-NO TO MO-ACCT-NO
                    MOVE ODR-CUST-NAME TO MO-CUST-NAME
                    MOVE ODR-BALANCE TO MO-BALANCE
                    MOVE ODR-OD-LIMIT TO MO-OD-LIMIT
                    MOVE WS-MEMO-ODR-LINE TO MEMO-REPORT-LINE
                    PERFORM 959-WRITE-MEMO-LINE
            END-READ
            IF WS-STATUS11 NOT = 00 AND WS-STATUS11 NOT = 10
                MOVE "READ OVERDRAWN-FILE (MEMO)" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       957-MEMO-MOVEMENTS.
      *
      *lists the ten largest balance movements, biggest first
      *
            PERFORM 959-WRITE-MEMO-LINE
            MOVE "4. LARGEST BALANCE MOVEMENTS" TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            PERFORM 959-WRITE-MEMO-LINE
            STRING "ACCT   CUSTOMER                OLD BALANCE"
                   "     NEW BALANCE        MOVEMENT"
                DELIMITED BY SIZE INTO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            IF WS-MOVE-COUNT = 0
                MOVE "NONE" TO MEMO-REPORT-LINE
                PERFORM 959-WRITE-MEMO-LINE
            ELSE
                PERFORM 958-LIST-ONE-MOVEMENT
                    VARYING MV-IDX FROM 1 BY 1
                    UNTIL MV-IDX > WS-MOVE-COUNT
            END-IF
            .
      *
       958-LIST-ONE-MOVEMENT.
      *
      *prints one of the largest movements
      *
            MOVE SPACES TO WS-MEMO-MOVE-LINE
            MOVE "M" TO RM-FUNCTION
            MOVE WS-MOVE-ACCT(MV-IDX) TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO MM-ACCT-NO
            MOVE WS-MOVE-NAME(MV-IDX) TO MM-CUST-NAME
            MOVE WS-MOVE-OLD-BAL(MV-IDX) TO MM-OLD-BAL
            MOVE WS-MOVE-NEW-BAL(MV-IDX) TO MM-NEW-BAL
            MOVE WS-MOVE-DELTA(MV-IDX) TO MM-DELTA
            MOVE WS-MEMO-MOVE-LINE TO MEMO-REPORT-LINE
            PERFORM 959-WRITE-MEMO-LINE
            .
      *
       959-WRITE-MEMO-LINE.
      *
      *writes the line in hand on the what-if report and clears it
      *
            WRITE MEMO-REPORT-LINE
            IF WS-STATUS28 NOT = 00
                MOVE "WRITE MEMO-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO MEMO-REPORT-LINE
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
            MOVE "PGM52" TO RL-STEP-ID
            MOVE ZERO TO RL-RUN-DATE
            MOVE ZERO TO RL-CYCLE
            CALL "PGM111" USING WS-RUN-LEDGER
            IF RL-STEP-REFUSED
                DISPLAY "***************************************"
                DISPLAY "* PGM52 NOT STARTED                   *"
                DISPLAY "* " RL-REASON
                DISPLAY "* LEDGER: " RL-STEP-ID " " RL-RUN-DATE
                        "/" RL-CYCLE " RC " RL-RC
                DISPLAY "***************************************"
                MOVE RL-RC TO RETURN-CODE
                GOBACK
            END-IF
            .
      *
       980-LOG-TABLE-USAGE.
      *
      *logs each in-core table's peak against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the holds, transfer pairs and products load once, so their
      *count is their peak ; the per-account tables report the most
      *any one account needed . the calls leave a return code of
      *their own behind, so the step's is put back after them
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE WS-RUN-DATE TO CAP-RUN-DATE
            MOVE "PGM52" TO CAP-PROGRAM
            MOVE "HOLDS" TO CAP-TABLE
            MOVE 200 TO CAP-CEILING
            MOVE WS-HOLD-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "XFER PAIRS" TO CAP-TABLE
            MOVE 200 TO CAP-CEILING
            MOVE WS-XFER-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "PRODUCTS" TO CAP-TABLE
            MOVE 50 TO CAP-CEILING
            MOVE WS-PROD-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "ACCT PARTIES" TO CAP-TABLE
            MOVE 20 TO CAP-CEILING
            MOVE WS-PARTY-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "ACCT MAINT" TO CAP-TABLE
            MOVE 50 TO CAP-CEILING
            MOVE WS-MAINT-HELD-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "ACCT PRIOR" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-PRIOR-HIST-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "ACCT HISTORY" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-HIST-ENTRY-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "ACCT FLOAT" TO CAP-TABLE
            MOVE 100 TO CAP-CEILING
            MOVE WS-FLOAT-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
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
                MOVE WS-NM-WRITE-CNT TO RL-CTL-COUNT
                MOVE WS-NM-AMOUNT-TOTAL TO RL-CTL-AMOUNT
                CALL "PGM111" USING WS-RUN-LEDGER
                MOVE RL-RC TO RETURN-CODE
                MOVE SPACE TO RL-ANSWER
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS20 (NOTICE2-FILE): " WS-STATUS20
            DISPLAY "* WS-STATUS21 (PRIOR-SORTED): " WS-STATUS21
            DISPLAY "* WS-STATUS22 (CLOSED-SORTED): " WS-STATUS22
            DISPLAY "* WS-STATUS23 (TD-MASTER): " WS-STATUS23
            DISPLAY "* WS-STATUS24 (RELATION-FILE): " WS-STATUS24
            DISPLAY "* WS-STATUS25 (NSF-ITEM-FILE): " WS-STATUS25
            DISPLAY "* WS-STATUS26 (EXT-PAY-FILE): " WS-STATUS26
            DISPLAY "* WS-STATUS27 (PARAM-FILE): " WS-STATUS27
            DISPLAY "* WS-STATUS28 (MEMO-REPORT): " WS-STATUS28
            DISPLAY "* WS-STATUS29 (FLOAT-FILE): " WS-STATUS29
            DISPLAY "* WS-STATUS30 (FLOAT-NEW): " WS-STATUS30
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            PERFORM 990-LEDGER-END-RTN
            STOP RUN.
