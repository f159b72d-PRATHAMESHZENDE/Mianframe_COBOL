       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM129.
      *OVERDRAWN AGING, COLLECTIONS AND CHARGE-OFF RUN : PGM52'S
      *ODRPT SAYS WHICH ACCOUNTS ARE OVERDRAWN TONIGHT BUT NOT FOR
      *HOW LONG, AND SOME BALANCES HAVE SAT NEGATIVE FOR A YEAR .
      *PGM52 NOW STAMPS THE DATE AN ACCOUNT FIRST WENT OVERDRAWN ON
      *THE MASTER (NM-FIRST-OD-DATE, CLEARED THE NIGHT IT IS BACK IN
      *CREDIT) . THIS RUN, AFTER PGM52 HAS POSTED THE DAY, WALKS THE
      *CLOSING MASTER (NEWMSTR) AND :
      *  - AGES EVERY OVERDRAWN ACCOUNT BY THE DAYS SINCE THAT DATE
      *    (THE FIRST DAY COUNTS AS DAY 1) INTO THE 1-30, 31-60,
      *    61-90 AND 90+ BUCKETS ON THE AGING REPORT (AGERPT) . AN
      *    OVERDRAWN ACCOUNT WITH NO USABLE DATE IS AGED AS DAY 1
      *    AND COUNTED ;
      *  - SENDS EVERY ACCOUNT PAST THE COLLECTIONS THRESHOLD TO THE
      *    COLLECTIONS AGENCY EXTRACT (COLLEXT), BY CUSTOMER, WITH
      *    THE NAME AND MAILING ADDRESS FROM CUSTMSTR -- A CUSTOMER
      *    THE MASTER DOES NOT KNOW GOES OUT FLAGGED FOR HAND
      *    ADDRESSING ;
      *  - PROPOSES EVERY ACCOUNT PAST THE CHARGE-OFF THRESHOLD ON
      *    THE CHARGE-OFF APPROVAL LIST (CHGOLIST) .
      *THE THRESHOLDS COME FROM THE AGEPARM CARD . A PROPOSAL IS
      *ONLY ACTED ON UNDER DUAL CONTROL : A CHARGE-OFF APPROVAL
      *(CHGOAPPR) KEYED BY A MAKER AND A DIFFERENT CHECKER, NAMING
      *THE MOST THE CHECKER AGREED TO WRITE OFF . AN APPROVED
      *PROPOSAL NO LARGER THAN THAT IS ISSUED AS ONE TYPE "W"
      *CHARGE-OFF FOR THE WHOLE OVERDRAWN BALANCE ON CHGOTRN, WHICH
      *THE PGM74 GATEWAY FEEDS INTO THE NEXT TRANFILE UNDER SOURCE
      *"C" ; PGM52 POSTS IT ONLY IF IT STILL ZEROES THE BALANCE, AND
      *BLOCKS THE ACCOUNT, AND PGM84 JOURNALS THE LOSS . A BALANCE
      *THAT HAS GROWN PAST THE APPROVAL, A FLAWED APPROVAL AND AN
      *APPROVAL FOR AN ACCOUNT NOT PROPOSED TONIGHT ARE ALL LISTED
      *AND NOTHING IS ISSUED FOR THEM . THE APPROVAL TABLE'S PEAK
      *USAGE IS LOGGED ON THE CAPACITY-USAGE FILE (PGM121) FOR THE
      *WEEKLY HEADROOM REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "AGEPARM"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "CHGOAPPR"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COLLECT-FILE ASSIGN TO "COLLEXT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHGO-TRAN-FILE ASSIGN TO "CHGOTRN"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "AGERPT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LIST-FILE ASSIGN TO "CHGOLIST"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ACCOUNT-MASTER.
      *     THE CLOSING MASTER THE DAY'S PGM52 RUN WROTE, ASCENDING
      *     ACCOUNT . MUST STAY IN SYNC WITH PGM52.COB'S
      *     NEW-MASTER-REC LAYOUT
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
            05 NM-FIRST-OD-DATE PIC 9(8).
      *        THE DATE THE LEDGER BALANCE FIRST WENT BELOW ZERO ;
      *        ZERO OR SPACES WHEN IT IS NOT OVERDRAWN
      *
       FD CUSTOMER-MASTER.
      *     THE CUSTOMER MASTER, ASCENDING CUSTOMER NUMBER . MUST STAY
      *     IN SYNC WITH PGM95.COB'S CUSTOMER-MASTER-REC LAYOUT . THIS
      *     PROGRAM USES THE NAME, MAILING ADDRESS AND DECEASED FLAG
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 CU-ADDR-LINE1  PIC X(25).
            05 CU-ADDR-LINE2  PIC X(25).
            05 CU-ADDR-LINE3  PIC X(15).
            05 CU-WHOLD-FLAG  PIC X(1).
            05 CU-DECEASED-FLAG PIC X(1).
            05 CU-DELIVERY-PREF PIC X(1).
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD PARAM-FILE.
      *     ONE CARD : THE DAYS OVERDRAWN AN ACCOUNT MAY RUN BEFORE
      *     IT GOES TO COLLECTIONS (COLS 1-3, BLANK TAKES 060) AND
      *     BEFORE IT IS PROPOSED FOR CHARGE-OFF (COLS 4-6, BLANK
      *     TAKES 090) . ABSENT MEANS BOTH DEFAULTS
       01 PARAM-REC.
           05 PRM-COLLECT-DAYS-X PIC X(3).
            05 PRM-COLLECT-DAYS REDEFINES PRM-COLLECT-DAYS-X
                                  PIC 9(3).
            05 PRM-CHGOFF-DAYS-X  PIC X(3).
            05 PRM-CHGOFF-DAYS REDEFINES PRM-CHGOFF-DAYS-X
                                  PIC 9(3).
            05 FILLER             PIC X(74).
      *
       FD APPROVAL-FILE.
      *     THE CHECKER SIDE OF DUAL CONTROL FOR CHARGE-OFFS : ONE
      *     RECORD PER ACCOUNT APPROVED FROM A CHGOLIST PROPOSAL, WITH
      *     THE MAKER WHO PUT IT FORWARD, THE CHECKER WHO AGREED IT
      *     AND THE MOST THE CHECKER AGREED TO WRITE OFF . ABSENT
      *     MEANS NO APPROVALS, AND EVERY PROPOSAL IS ONLY LISTED .
      *     THE BRANCH TAKES A RECORD OFF ONCE ITS CHARGE-OFF POSTS
       01 APPROVAL-REC.
           05 CA-ACCT-NO     PIC X(5).
            05 CA-MAKER-ID    PIC X(4).
            05 CA-CHECKER-ID  PIC X(4).
            05 CA-APPR-AMT-X  PIC X(9).
            05 CA-APPR-AMT REDEFINES CA-APPR-AMT-X PIC 9(7)V99.
            05 FILLER         PIC X(58).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD COLLECT-FILE.
      *     THE COLLECTIONS AGENCY EXTRACT, ONE RECORD PER ACCOUNT
      *     PAST THE COLLECTIONS THRESHOLD, ASCENDING CUSTOMER THEN
      *     ACCOUNT . CX-ADDR-FLAG "N" MEANS CUSTMSTR DID NOT KNOW THE
      *     CUSTOMER AND THE ACCOUNT'S OWN NAME WAS USED
       01 COLLECT-REC.
           05 CX-ACCT-NO     PIC X(5).
            05 CX-CUST-NO     PIC X(5).
            05 CX-CUST-NAME   PIC X(20).
            05 CX-ADDR-LINE1  PIC X(25).
            05 CX-ADDR-LINE2  PIC X(25).
            05 CX-ADDR-LINE3  PIC X(15).
            05 CX-BRANCH      PIC X(3).
            05 CX-PRODUCT     PIC X(2).
            05 CX-OD-AMOUNT   PIC 9(7)V99.
            05 CX-FIRST-OD-DATE PIC 9(8).
            05 CX-DAYS-OD     PIC 9(5).
            05 CX-ADDR-FLAG   PIC X(1).
            05 CX-DECEASED-FLAG PIC X(1).
            05 CX-RUN-DATE    PIC 9(8).
            05 FILLER         PIC X(18).
      *
       FD CHGO-TRAN-FILE.
      *     THE APPROVED CHARGE-OFFS FOR THE PGM74 GATEWAY (SOURCE
      *     "C") . MUST STAY IN SYNC WITH PGM52.COB'S TRANS-REC
      *     LAYOUT . EACH IS ONE TYPE "W" FOR THE WHOLE OVERDRAWN
      *     BALANCE, KEYED UNDER THE CHECKER WHO APPROVED IT
       01 CHGO-TRAN-REC.
           05 CO-ACCT-NO    COPY ACCTREC.
            05 CO-AMOUNT     PIC 9(7)V99.
            05 CO-TYPE       PIC X(1).
            05 CO-EFF-DATE   PIC 9(8).
            05 CO-ORIG-TYPE  PIC X(1).
            05 CO-ORIG-DATE  PIC 9(8).
            05 CO-BRANCH-ID  PIC X(3).
            05 CO-TELLER-ID  PIC X(4).
            05 CO-SOURCE     PIC X(1).
            05 CO-XFER-ACCT  PIC X(5).
            05 FILLER        PIC X(55).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD LIST-FILE.
       01 LIST-LINE         PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-CUST-NO    PIC X(5).
            05 SR-ACCT-NO    PIC X(5).
            05 SR-CUST-NAME  PIC X(20).
            05 SR-BRANCH     PIC X(3).
            05 SR-PRODUCT    PIC X(2).
            05 SR-OD-AMOUNT  PIC 9(7)V99.
            05 SR-FIRST-OD   PIC 9(8).
            05 SR-DAYS-OD    PIC 9(5).
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
      *THE THRESHOLDS FROM THE AGEPARM CARD : AN ACCOUNT OVERDRAWN
      *MORE THAN THIS MANY DAYS GOES TO COLLECTIONS, AND IS PROPOSED
      *FOR CHARGE-OFF
       01 WS-COLLECT-DAYS  PIC 9(3) VALUE 060.
       01 WS-CHGOFF-DAYS   PIC 9(3) VALUE 090.
      *
      *THE CHARGE-OFF APPROVALS, LOADED ONCE AT STARTUP . ONE WHOSE
      *FIELDS CANNOT BE TRUSTED (NO MAKER OR CHECKER, THE CHECKER IS
      *THE MAKER, OR NO AMOUNT) IS TABLED UNUSABLE SO THE LIST STILL
      *SHOWS IT . MORE THAN 500 IS FATAL
       01 WS-APR-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 500 TIMES
                   INDEXED BY AP-IDX AP-HIT.
               10 WS-APR-ACCT    PIC X(5).
               10 WS-APR-MAKER   PIC X(4).
               10 WS-APR-CHECKER PIC X(4).
               10 WS-APR-AMT     PIC 9(7)V99.
               10 WS-APR-OK      PIC X(1).
               10 WS-APR-USED    PIC X(1).
      *            "Y" ONCE A PROPOSAL TONIGHT HAS TAKEN IT UP
       01 WS-APR-FOUND-FLAG  PIC X(1) VALUE "N".
           88 APPROVAL-FOUND      VALUE "Y".
           88 APPROVAL-NOT-FOUND  VALUE "N".
      *
      *THE MASTER IS WALKED ONCE AND MUST NOT GO BACKWARDS
       01 WS-LAST-NM-ACCT    PIC X(5) VALUE LOW-VALUES.
      *
      *THE OVERDRAWN ACCOUNT IN HAND : WHAT IT OWES, SINCE WHEN, HOW
      *MANY DAYS THAT IS AND WHICH BUCKET IT FALLS IN
       01 WS-OD-AMT          PIC 9(7)V99 VALUE ZERO.
       01 WS-FIRST-OD        PIC 9(8) VALUE ZERO.
       01 WS-OD-DAYS         PIC 9(5) VALUE ZERO.
       01 WS-BKT-SUB         PIC 9(1) VALUE ZERO.
       01 WS-ACTION          PIC X(7) VALUE SPACES.
      *
      *THE AGING BUCKETS : LABEL, ACCOUNTS AND AMOUNT OVERDRAWN
       01 WS-BKT-LABELS.
           05 FILLER          PIC X(5) VALUE "1-30".
            05 FILLER          PIC X(5) VALUE "31-60".
            05 FILLER          PIC X(5) VALUE "61-90".
            05 FILLER          PIC X(5) VALUE "90+".
       01 WS-BKT-LABEL-TABLE REDEFINES WS-BKT-LABELS.
           05 WS-BKT-LABEL    PIC X(5) OCCURS 4 TIMES.
       01 WS-BKT-TOTALS.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-CNT      PIC 9(7).
               10 WS-BKT-AMT      PIC 9(9)V99.
      *
      *CUSTMSTR IS MATCHED, NOT TABLED : BOTH IT AND THE SORTED
      *COLLECTIONS ASCEND BY CUSTOMER, SO IT MUST NOT GO BACKWARDS
       01 WS-LAST-CU-NO      PIC X(5) VALUE LOW-VALUES.
       01 WS-CUR-CUST        PIC X(5) VALUE SPACES.
       01 WS-CUST-FOUND      PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND     VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".
       01 WS-SORT-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-SORT-FILE     VALUE "Y".
           88 NOT-END-OF-SORT-FILE VALUE "N".
      *
      *RUN CONTROL TOTALS
       01 WS-RUN-TOTALS.
           05 WS-MSTR-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-OD-CNT          PIC 9(7) VALUE ZERO.
           05 WS-UNDATED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-COLLECT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-COLLECT-OUT-CNT PIC 9(7) VALUE ZERO.
           05 WS-NO-ADDR-CNT     PIC 9(7) VALUE ZERO.
           05 WS-PROPOSE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-ISSUED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-ABOVE-APPR-CNT  PIC 9(7) VALUE ZERO.
           05 WS-BAD-APPR-CNT    PIC 9(7) VALUE ZERO.
           05 WS-UNUSED-APPR-CNT PIC 9(7) VALUE ZERO.
           05 WS-OD-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 WS-COLLECT-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-PROPOSE-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-ISSUED-TOTAL    PIC 9(9)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL FOR THE AGING REPORT AND THE APPROVAL LIST
      *(SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LIST-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LIST-PAGE-COUNT PIC 9(5) VALUE ZERO.
      *
      *AGING REPORT LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM129 OVERDRAWN ACCOUNT AGING".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(15) VALUE "  COLLECT OVER ".
            05 H2-COLLECT-DAYS PIC ZZ9.
            05 FILLER          PIC X(15) VALUE "  CHG-OFF OVER ".
            05 H2-CHGOFF-DAYS  PIC ZZ9.
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(7)  VALUE "CUST".
            05 FILLER          PIC X(21) VALUE "NAME".
            05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(12) VALUE "    BALANCE".
            05 FILLER          PIC X(9)  VALUE "FIRST OD".
            05 FILLER          PIC X(6)  VALUE " DAYS".
            05 FILLER          PIC X(6)  VALUE "BUCKET".
            05 FILLER          PIC X(7)  VALUE " ACTION".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC -ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-FIRST-OD     PIC 9(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-DAYS         PIC ZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BUCKET       PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-ACTION       PIC X(7).
      *
       01 WS-BUCKET-LINE.
           05 FILLER          PIC X(7)  VALUE "BUCKET ".
            05 BL-LABEL        PIC X(5).
            05 FILLER          PIC X(11) VALUE "  ACCOUNTS ".
            05 BL-COUNT        PIC ZZZZZZ9.
            05 FILLER          PIC X(9)  VALUE "  AMOUNT ".
            05 BL-AMOUNT       PIC ZZZZZZZZ9.99.
      *
      *CHARGE-OFF APPROVAL LIST LINES
       01 WS-LIST-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM129 CHARGE-OFF APPROVAL LIST".
      *
       01 WS-LIST-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 LH2-PAGE-NO     PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 LH2-RUN-DATE    PIC 9(8).
      *
       01 WS-LIST-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(5)  VALUE "BR".
            05 FILLER          PIC X(12) VALUE " OVERDRAWN".
            05 FILLER          PIC X(7)  VALUE " DAYS".
            05 FILLER          PIC X(12) VALUE "  APPROVED".
            05 FILLER          PIC X(5)  VALUE "MAKR".
            05 FILLER          PIC X(6)  VALUE "CHKR".
            05 FILLER          PIC X(17) VALUE "RESULT".
      *
       01 WS-LIST-DETAIL.
           05 LL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-BRANCH       PIC X(3).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-OD-AMOUNT    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-DAYS         PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-APPR-AMT     PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-MAKER        PIC X(4).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 LL-CHECKER      PIC X(4).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 LL-RESULT       PIC X(17).
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
            PERFORM 150-LOAD-APPROVALS
            SORT SORT-FILE
                ON ASCENDING KEY SR-CUST-NO SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-AGE-ACCOUNTS
                OUTPUT PROCEDURE IS 300-WRITE-COLLECTIONS
            IF WS-APR-COUNT > 0
                PERFORM 360-LIST-UNUSED-APPROVAL
                    VARYING AP-IDX FROM 1 BY 1
                    UNTIL AP-IDX > WS-APR-COUNT
            END-IF
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and thresholds, and opens the files
      *the run writes and the customer master the collections pass
      *walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 115-READ-PARAMETER-CARD
            INITIALIZE WS-BKT-TOTALS
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 120-READ-CUSTOMER
            OPEN OUTPUT COLLECT-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN COLLECT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT CHGO-TRAN-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN CHGO-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT LIST-FILE
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN LIST-FILE" TO WS-ABEND-WHERE
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
            MOVE WS-RUN-DATE TO LH2-RUN-DATE
            .
      *
       115-READ-PARAMETER-CARD.
      *
      *reads the collections and charge-off thresholds . a blank
      *field (or no card at all) takes the default ; anything else
      *not numeric, or a charge-off threshold under the collections
      *one, is refused rather than guessed at
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END CONTINUE
                NOT AT END
                    IF PRM-COLLECT-DAYS-X NOT = SPACES
                        IF PRM-COLLECT-DAYS-X NOT NUMERIC
                            MOVE "BAD AGEPARM COLLECT DAYS"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                        END-IF
                        MOVE PRM-COLLECT-DAYS TO WS-COLLECT-DAYS
                    END-IF
                    IF PRM-CHGOFF-DAYS-X NOT = SPACES
                        IF PRM-CHGOFF-DAYS-X NOT NUMERIC
                            MOVE "BAD AGEPARM CHARGE-OFF DAYS"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                        END-IF
                        MOVE PRM-CHGOFF-DAYS TO WS-CHGOFF-DAYS
                    END-IF
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE PARAM-FILE
            IF WS-CHGOFF-DAYS < WS-COLLECT-DAYS
                MOVE "AGEPARM CHGOFF UNDER COLLECT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-COLLECT-DAYS TO H2-COLLECT-DAYS
            MOVE WS-CHGOFF-DAYS TO H2-CHGOFF-DAYS
            .
      *
       120-READ-CUSTOMER.
      *
      *reads the next customer master record, refusing a master out
      *of sequence rather than sending the agency the wrong address
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CU-CUST-NO NOT = HIGH-VALUES
                IF CU-CUST-NO NOT > WS-LAST-CU-NO
                    MOVE "CUSTMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CU-CUST-NO TO WS-LAST-CU-NO
            END-IF
            .
      *
       150-LOAD-APPROVALS.
      *
      *loads the checkers' charge-off approvals . absent means none,
      *and every proposal is only listed this run
      *
            OPEN INPUT APPROVAL-FILE
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN APPROVAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 160-LOAD-ONE-APPROVAL
                UNTIL WS-STATUS4 NOT = 00
            CLOSE APPROVAL-FILE
            .
      *
       160-LOAD-ONE-APPROVAL.
      *
      *copies one approval record into the next free table slot . it
      *is usable when a maker and a different checker both keyed it
      *and it names an amount
      *
            READ APPROVAL-FILE
                AT END CONTINUE
                NOT AT END
                    IF WS-APR-COUNT >= 500
                        MOVE "APPROVALS EXCEED 500" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-APR-COUNT
                    SET AP-IDX TO WS-APR-COUNT
                    MOVE CA-ACCT-NO TO WS-APR-ACCT(AP-IDX)
                    MOVE CA-MAKER-ID TO WS-APR-MAKER(AP-IDX)
                    MOVE CA-CHECKER-ID TO WS-APR-CHECKER(AP-IDX)
                    MOVE "N" TO WS-APR-USED(AP-IDX)
                    IF CA-MAKER-ID = SPACES
                            OR CA-CHECKER-ID = SPACES
                            OR CA-CHECKER-ID = CA-MAKER-ID
                            OR CA-APPR-AMT-X NOT NUMERIC
                        MOVE "N" TO WS-APR-OK(AP-IDX)
                        MOVE ZERO TO WS-APR-AMT(AP-IDX)
                    ELSE
                        MOVE CA-APPR-AMT TO WS-APR-AMT(AP-IDX)
                        IF CA-APPR-AMT > 0
                            MOVE "Y" TO WS-APR-OK(AP-IDX)
                        ELSE
                            MOVE "N" TO WS-APR-OK(AP-IDX)
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ APPROVAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-AGE-ACCOUNTS.
      *
      *is the sort's input procedure . walks the closing master once,
      *aging each overdrawn account and releasing the ones past the
      *collections threshold
      *
            OPEN INPUT ACCOUNT-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 210-READ-ACCOUNT
            PERFORM 220-AGE-ONE-ACCOUNT
                UNTIL NM-ACCT-NO = HIGH-VALUES
            CLOSE ACCOUNT-MASTER
            .
      *
       210-READ-ACCOUNT.
      *
      *reads the next account from the closing master, insisting on
      *ascending account order
      *
            READ ACCOUNT-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NM-ACCT-NO NOT = HIGH-VALUES
                IF NM-ACCT-NO NOT > WS-LAST-NM-ACCT
                    MOVE "NEWMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE NM-ACCT-NO TO WS-LAST-NM-ACCT
                ADD 1 TO WS-MSTR-READ-CNT
            END-IF
            .
      *
       220-AGE-ONE-ACCOUNT.
      *
      *ages the account in hand when its closing balance is below
      *zero ; an account in credit or at zero is passed over
      *
            IF NM-AMOUNT < 0
                PERFORM 230-AGE-OVERDRAWN
            END-IF
            PERFORM 210-READ-ACCOUNT
            .
      *
       230-AGE-OVERDRAWN.
      *
      *works out how long the account has been overdrawn and which
      *bucket that puts it in, sends it on to collections and to the
      *charge-off list when it is past those thresholds, and prints
      *its aging line . no usable first-overdrawn date (one missing,
      *or after the business date) ages it from today
      *
            ADD 1 TO WS-OD-CNT
            COMPUTE WS-OD-AMT = 0 - NM-AMOUNT
            ADD WS-OD-AMT TO WS-OD-TOTAL
            IF NM-FIRST-OD-DATE NOT NUMERIC
                    OR NM-FIRST-OD-DATE = ZERO
                    OR NM-FIRST-OD-DATE > WS-RUN-DATE
                MOVE WS-RUN-DATE TO WS-FIRST-OD
                MOVE 1 TO WS-OD-DAYS
                ADD 1 TO WS-UNDATED-CNT
            ELSE
                MOVE NM-FIRST-OD-DATE TO WS-FIRST-OD
                COMPUTE WS-OD-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-FIRST-OD) + 1
            END-IF
            EVALUATE TRUE
                WHEN WS-OD-DAYS NOT > 30
                    MOVE 1 TO WS-BKT-SUB
                WHEN WS-OD-DAYS NOT > 60
                    MOVE 2 TO WS-BKT-SUB
                WHEN WS-OD-DAYS NOT > 90
                    MOVE 3 TO WS-BKT-SUB
                WHEN OTHER
                    MOVE 4 TO WS-BKT-SUB
            END-EVALUATE
            ADD 1 TO WS-BKT-CNT(WS-BKT-SUB)
            ADD WS-OD-AMT TO WS-BKT-AMT(WS-BKT-SUB)
            MOVE SPACES TO WS-ACTION
            IF WS-OD-DAYS > WS-COLLECT-DAYS
                MOVE "COLLECT" TO WS-ACTION
                PERFORM 240-RELEASE-COLLECTION
            END-IF
            IF WS-OD-DAYS > WS-CHGOFF-DAYS
                MOVE "CHG-OFF" TO WS-ACTION
                PERFORM 250-PROPOSE-CHARGE-OFF
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE NM-ACCT-NO TO DL-ACCT-NO
            MOVE NM-CUST-NO TO DL-CUST-NO
            MOVE NM-CUST-NAME TO DL-CUST-NAME
            MOVE NM-BRANCH TO DL-BRANCH
            MOVE NM-AMOUNT TO DL-BALANCE
            MOVE WS-FIRST-OD TO DL-FIRST-OD
            MOVE WS-OD-DAYS TO DL-DAYS
            MOVE WS-BKT-LABEL(WS-BKT-SUB) TO DL-BUCKET
            MOVE WS-ACTION TO DL-ACTION
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       240-RELEASE-COLLECTION.
      *
      *releases the account in hand to the sort for the collections
      *extract, keyed by its customer
      *
            ADD 1 TO WS-COLLECT-CNT
            ADD WS-OD-AMT TO WS-COLLECT-TOTAL
            MOVE SPACES TO SORT-REC
            MOVE NM-CUST-NO TO SR-CUST-NO
            MOVE NM-ACCT-NO TO SR-ACCT-NO
            MOVE NM-CUST-NAME TO SR-CUST-NAME
            MOVE NM-BRANCH TO SR-BRANCH
            MOVE NM-PRODUCT TO SR-PRODUCT
            MOVE WS-OD-AMT TO SR-OD-AMOUNT
            MOVE WS-FIRST-OD TO SR-FIRST-OD
            MOVE WS-OD-DAYS TO SR-DAYS-OD
            RELEASE SORT-REC
            .
      *
       250-PROPOSE-CHARGE-OFF.
      *
      *lists the account in hand on the charge-off approval list . a
      *usable approval covering the whole overdrawn balance issues
      *the charge-off ; a balance grown past the approved amount, or
      *a flawed approval, is listed with nothing issued
      *
            ADD 1 TO WS-PROPOSE-CNT
            ADD WS-OD-AMT TO WS-PROPOSE-TOTAL
            PERFORM 255-FIND-APPROVAL
            MOVE SPACES TO WS-LIST-DETAIL
            MOVE NM-ACCT-NO TO LL-ACCT-NO
            MOVE NM-BRANCH TO LL-BRANCH
            MOVE WS-OD-AMT TO LL-OD-AMOUNT
            MOVE WS-OD-DAYS TO LL-DAYS
            IF APPROVAL-FOUND
                MOVE "Y" TO WS-APR-USED(AP-HIT)
                MOVE WS-APR-AMT(AP-HIT) TO LL-APPR-AMT
                MOVE WS-APR-MAKER(AP-HIT) TO LL-MAKER
                MOVE WS-APR-CHECKER(AP-HIT) TO LL-CHECKER
            END-IF
            EVALUATE TRUE
                WHEN APPROVAL-NOT-FOUND
                    MOVE "PROPOSED" TO LL-RESULT
                WHEN WS-APR-OK(AP-HIT) = "N"
                    ADD 1 TO WS-BAD-APPR-CNT
                    MOVE "BAD APPROVAL" TO LL-RESULT
                WHEN WS-OD-AMT > WS-APR-AMT(AP-HIT)
                    ADD 1 TO WS-ABOVE-APPR-CNT
                    MOVE "ABOVE APPROVAL" TO LL-RESULT
                WHEN OTHER
                    PERFORM 260-WRITE-CHARGE-OFF
                    MOVE "CHARGE-OFF ISSUED" TO LL-RESULT
            END-EVALUATE
            PERFORM 420-PRINT-LIST-LINE
            .
      *
       255-FIND-APPROVAL.
      *
      *looks for an approval of the account in hand not already
      *taken up
      *
            SET APPROVAL-NOT-FOUND TO TRUE
            IF WS-APR-COUNT > 0
                PERFORM 256-TEST-ONE-APPROVAL
                    VARYING AP-IDX FROM 1 BY 1
                    UNTIL AP-IDX > WS-APR-COUNT
                        OR APPROVAL-FOUND
            END-IF
            .
      *
       256-TEST-ONE-APPROVAL.
      *
      *tests one approval record against the account in hand
      *
            IF WS-APR-ACCT(AP-IDX) = NM-ACCT-NO
                    AND WS-APR-USED(AP-IDX) = "N"
                SET APPROVAL-FOUND TO TRUE
                SET AP-HIT TO AP-IDX
            END-IF
            .
      *
       260-WRITE-CHARGE-OFF.
      *
      *writes the approved charge-off as one type "w" for the whole
      *overdrawn balance, keyed under the approving checker
      *
            MOVE SPACES TO CHGO-TRAN-REC
            MOVE NM-ACCT-NO TO CO-ACCT-NO
            MOVE WS-OD-AMT TO CO-AMOUNT
            MOVE "W" TO CO-TYPE
            MOVE WS-RUN-DATE TO CO-EFF-DATE
            MOVE ZERO TO CO-ORIG-DATE
            MOVE WS-APR-CHECKER(AP-HIT) TO CO-TELLER-ID
            WRITE CHGO-TRAN-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE CHGO-TRAN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ISSUED-CNT
            ADD WS-OD-AMT TO WS-ISSUED-TOTAL
            .
      *
       300-WRITE-COLLECTIONS.
      *
      *is the sort's output procedure . writes the collections
      *extract one account at a time, in customer order
      *
            SET NOT-END-OF-SORT-FILE TO TRUE
            PERFORM 310-RETURN-COLLECTION
            PERFORM 320-WRITE-ONE-COLLECTION
                UNTIL END-OF-SORT-FILE
            .
      *
       310-RETURN-COLLECTION.
      *
      *returns the next sorted collections account
      *
            RETURN SORT-FILE
                AT END SET END-OF-SORT-FILE TO TRUE
            END-RETURN
            .
      *
       320-WRITE-ONE-COLLECTION.
      *
      *writes one collections record : the customer master's name
      *and mailing address, or -- for a customer the master does not
      *know -- the account's name, flagged for hand addressing
      *
            IF SR-CUST-NO NOT = WS-CUR-CUST
                    OR WS-COLLECT-OUT-CNT = 0
                MOVE SR-CUST-NO TO WS-CUR-CUST
                PERFORM 330-FIND-CUSTOMER
            END-IF
            MOVE SPACES TO COLLECT-REC
            MOVE SR-ACCT-NO TO CX-ACCT-NO
            MOVE SR-CUST-NO TO CX-CUST-NO
            MOVE SR-BRANCH TO CX-BRANCH
            MOVE SR-PRODUCT TO CX-PRODUCT
            MOVE SR-OD-AMOUNT TO CX-OD-AMOUNT
            MOVE SR-FIRST-OD TO CX-FIRST-OD-DATE
            MOVE SR-DAYS-OD TO CX-DAYS-OD
            MOVE WS-RUN-DATE TO CX-RUN-DATE
            IF CUSTOMER-FOUND
                MOVE CU-CUST-NAME TO CX-CUST-NAME
                MOVE CU-ADDR-LINE1 TO CX-ADDR-LINE1
                MOVE CU-ADDR-LINE2 TO CX-ADDR-LINE2
                MOVE CU-ADDR-LINE3 TO CX-ADDR-LINE3
                MOVE CU-DECEASED-FLAG TO CX-DECEASED-FLAG
                MOVE "Y" TO CX-ADDR-FLAG
            ELSE
                MOVE SR-CUST-NAME TO CX-CUST-NAME
                MOVE "N" TO CX-ADDR-FLAG
                ADD 1 TO WS-NO-ADDR-CNT
            END-IF
            WRITE COLLECT-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE COLLECT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-COLLECT-OUT-CNT
            PERFORM 310-RETURN-COLLECTION
            .
      *
       330-FIND-CUSTOMER.
      *
      *moves the customer master up to the customer in hand
      *
            PERFORM 120-READ-CUSTOMER
                UNTIL CU-CUST-NO NOT < WS-CUR-CUST
            IF CU-CUST-NO = WS-CUR-CUST
                SET CUSTOMER-FOUND TO TRUE
            ELSE
                SET CUSTOMER-NOT-FOUND TO TRUE
            END-IF
            .
      *
       360-LIST-UNUSED-APPROVAL.
      *
      *lists an approval no proposal took up tonight -- the account
      *is no longer past the charge-off threshold, has already been
      *charged off, or was keyed wrongly -- so the branch can take
      *it off
      *
            IF WS-APR-USED(AP-IDX) = "N"
                ADD 1 TO WS-UNUSED-APPR-CNT
                MOVE SPACES TO WS-LIST-DETAIL
                MOVE WS-APR-ACCT(AP-IDX) TO LL-ACCT-NO
                MOVE WS-APR-AMT(AP-IDX) TO LL-APPR-AMT
                MOVE WS-APR-MAKER(AP-IDX) TO LL-MAKER
                MOVE WS-APR-CHECKER(AP-IDX) TO LL-CHECKER
                MOVE "UNUSED APPROVAL" TO LL-RESULT
                PERFORM 420-PRINT-LIST-LINE
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one aging line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new aging page : bumps the page counter and writes
      *the three heading lines followed by a blank line
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
       420-PRINT-LIST-LINE.
      *
      *prints one approval-list line, with the same paging as the
      *aging report
      *
            IF WS-LIST-LINE-COUNT = 0
                    OR WS-LIST-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 430-PRINT-LIST-HEADINGS
            END-IF
            WRITE LIST-LINE FROM WS-LIST-DETAIL
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE LIST-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LIST-LINE-COUNT
            .
      *
       430-PRINT-LIST-HEADINGS.
      *
      *starts a new approval-list page
      *
            ADD 1 TO WS-LIST-PAGE-COUNT
            MOVE WS-LIST-PAGE-COUNT TO LH2-PAGE-NO
            WRITE LIST-LINE FROM WS-LIST-HEADING-1
            WRITE LIST-LINE FROM WS-LIST-HEADING-2
            WRITE LIST-LINE FROM WS-LIST-HEADING-3
            MOVE SPACES TO LIST-LINE
            WRITE LIST-LINE
            MOVE 0 TO WS-LIST-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the aging buckets and the run totals, so the charge-
      *offs issued can be proved against the gateway's count of them
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 810-PRINT-ONE-BUCKET
                VARYING WS-BKT-SUB FROM 1 BY 1
                UNTIL WS-BKT-SUB > 4
            MOVE SPACES TO WS-BUCKET-LINE
            MOVE "TOTAL" TO BL-LABEL
            MOVE WS-OD-CNT TO BL-COUNT
            MOVE WS-OD-TOTAL TO BL-AMOUNT
            WRITE REPORT-LINE FROM WS-BUCKET-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "UNDATED " WS-UNDATED-CNT
                   "  TO COLLECTIONS " WS-COLLECT-CNT
                   "  NO ADDRESS " WS-NO-ADDR-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "PROPOSED " WS-PROPOSE-CNT
                   "  CHARGE-OFFS ISSUED " WS-ISSUED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-LIST-PAGE-COUNT = 0
                PERFORM 430-PRINT-LIST-HEADINGS
            END-IF
            MOVE SPACES TO LIST-LINE
            WRITE LIST-LINE
            MOVE SPACES TO LIST-LINE
            STRING "PROPOSED " WS-PROPOSE-CNT
                   "  ISSUED " WS-ISSUED-CNT
                   "  ABOVE APPROVAL " WS-ABOVE-APPR-CNT
                DELIMITED BY SIZE INTO LIST-LINE
            WRITE LIST-LINE
            MOVE SPACES TO LIST-LINE
            STRING "BAD APPROVALS " WS-BAD-APPR-CNT
                   "  UNUSED APPROVALS " WS-UNUSED-APPR-CNT
                DELIMITED BY SIZE INTO LIST-LINE
            WRITE LIST-LINE
            DISPLAY "ACCOUNTS READ ..........: " WS-MSTR-READ-CNT
            DISPLAY "OVERDRAWN ACCOUNTS .....: " WS-OD-CNT
            DISPLAY "  UNDATED, AGED TODAY ..: " WS-UNDATED-CNT
            DISPLAY "OVERDRAWN AMOUNT .......: " WS-OD-TOTAL
            DISPLAY "SENT TO COLLECTIONS ....: " WS-COLLECT-OUT-CNT
            DISPLAY "  NO ADDRESS ON FILE ...: " WS-NO-ADDR-CNT
            DISPLAY "COLLECTIONS AMOUNT .....: " WS-COLLECT-TOTAL
            DISPLAY "PROPOSED FOR CHARGE-OFF : " WS-PROPOSE-CNT
            DISPLAY "PROPOSED AMOUNT ........: " WS-PROPOSE-TOTAL
            DISPLAY "CHARGE-OFFS ISSUED .....: " WS-ISSUED-CNT
            DISPLAY "CHARGE-OFF AMOUNT ......: " WS-ISSUED-TOTAL
            DISPLAY "  ABOVE APPROVAL .......: " WS-ABOVE-APPR-CNT
            DISPLAY "  BAD APPROVALS ........: " WS-BAD-APPR-CNT
            DISPLAY "APPROVALS READ .........: " WS-APR-COUNT
            DISPLAY "  UNUSED ...............: " WS-UNUSED-APPR-CNT
            IF WS-COLLECT-OUT-CNT NOT = WS-COLLECT-CNT
                MOVE "COLLECTIONS COUNT MISMATCH" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       810-PRINT-ONE-BUCKET.
      *
      *prints one aging bucket's account count and amount
      *
            MOVE SPACES TO WS-BUCKET-LINE
            MOVE WS-BKT-LABEL(WS-BKT-SUB) TO BL-LABEL
            MOVE WS-BKT-CNT(WS-BKT-SUB) TO BL-COUNT
            MOVE WS-BKT-AMT(WS-BKT-SUB) TO BL-AMOUNT
            WRITE REPORT-LINE FROM WS-BUCKET-LINE
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs the approval table's load against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report
      *
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM129" TO CAP-PROGRAM
            MOVE "CHGO APPRS" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-APR-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE CUSTOMER-MASTER
             COLLECT-FILE
             CHGO-TRAN-FILE
             REPORT-FILE
             LIST-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad date or
      *parameter card, an input out of order or an oversize table
      *instead of sending half the book to the agency
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM129 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (ACCOUNT-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CUSTOMER-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (PARAM-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (APPROVAL-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (COLLECT-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (CHGO-TRAN-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (REPORT-FILE): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (LIST-FILE): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
