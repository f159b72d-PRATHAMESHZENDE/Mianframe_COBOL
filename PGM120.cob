       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM120.
      *DEPOSIT INSURANCE COVERAGE : THE INSURED LIMIT APPLIES TO WHAT
      *ONE CUSTOMER HOLDS IN ONE OWNERSHIP CATEGORY ACROSS THE WHOLE
      *BANK, NOT TO ONE ACCOUNT, SO NO ACCOUNT-LEVEL REPORT CAN SAY
      *HOW MUCH OF A DEPOSIT IS INSURED . THIS QUARTER-END RUN WALKS
      *THE CERTIFIED MASTER (NEWMSTR) AND TOTALS EVERY POSITIVE
      *BALANCE BY OWNING CUSTOMER AND OWNERSHIP CATEGORY -- SINGLE,
      *JOINT OR TRUSTEE . WHERE THE ACCOUNT RELATIONSHIP FILE
      *(ACCTREL, MAINTAINED BY PGM114) HAS ROWS FOR AN ACCOUNT, ITS
      *PRIMARY AND JOINT OWNERS IN FORCE ON THE AS-AT DATE EACH TAKE
      *THEIR SHARE OF THE BALANCE (THE SHARES ON THE ROWS WHEN THEY
      *ADD UP TO 100, OTHERWISE AN EQUAL SPLIT, THE LAST OWNER TAKING
      *THE ODD CENT) : AN ACCOUNT WITH A TRUSTEE IN FORCE IS TRUSTEE
      *CATEGORY, ONE WITH TWO OR MORE OWNERS IS JOINT, ANY OTHER IS
      *SINGLE . AN ACCOUNT WITH NO OWNER ROWS IS OWNED WHOLLY BY ITS
      *NM-CUST-NO AS EVERYWHERE ELSE . THE INSURED LIMIT FOR EACH
      *CATEGORY COMES FROM THE DIPARM CARD ; EACH CUSTOMER'S TOTAL IN
      *A CATEGORY IS INSURED UP TO THAT LIMIT AND UNINSURED ABOVE IT .
      *THE REPORT LISTS INSURED AND UNINSURED AMOUNTS PER CUSTOMER
      *AND CATEGORY, THEN, SEPARATELY, EVERY ACCOUNT SHARE WHOSE
      *OWNER IS NOT ON CUSTMSTR -- THOSE CANNOT BE AGGREGATED WITH
      *THE CUSTOMER'S OTHER DEPOSITS, SO NO COVERAGE IS WORKED OUT
      *FOR THEM -- AND ENDS WITH THE BANK-LEVEL SUMMARY BY CATEGORY .
      *THE SAME FIGURES GO TO THE REGULATORY EXTRACT (DIEXTR) WITH A
      *HEADER AND A TRAILER . THE SUMMARY PROVES THE AMOUNTS
      *AGGREGATED PLUS THOSE NOT AGGREGATED BACK TO THE POSITIVE
      *BALANCES ON THE MASTER ; A RUN THAT DOES NOT PROVE ENDS WITH
      *RETURN CODE 8 AND THE EXTRACT IS NOT TO BE FILED
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
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "DIPARM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EXTRACT-FILE ASSIGN TO "DIEXTR"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "DIRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD NEW-MASTER.
      *     THE QUARTER-END CERTIFIED MASTER . MUST STAY IN SYNC WITH
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
               88 AR-TRUSTEE        VALUE "T".
            05 AR-EFF-DATE    PIC 9(8).
            05 AR-SHARE-PCT   PIC 9(3)V99.
            05 AR-STMT-COPY   PIC X(1).
            05 FILLER         PIC X(55).
      *
       FD CUSTOMER-MASTER.
      *     MUST STAY IN SYNC WITH PGM64.COB'S CUSTOMER-MASTER-REC
      *     LAYOUT . ONLY THE NUMBER AND NAME ARE USED HERE
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
      *     ONE RECORD : THE AS-AT DATE (BLANK MEANS THE BUSINESS
      *     DATE) AND THE INSURED LIMIT PER CUSTOMER FOR EACH
      *     OWNERSHIP CATEGORY, IN SINGLE, JOINT, TRUSTEE ORDER
       01 PARAM-REC.
           05 PRM-AS-OF-DATE-X PIC X(8).
            05 PRM-AS-OF-DATE REDEFINES PRM-AS-OF-DATE-X PIC 9(8).
            05 PRM-LIMITS-X.
               10 PRM-LIMIT-X    PIC X(11) OCCURS 3 TIMES.
            05 PRM-LIMITS REDEFINES PRM-LIMITS-X.
               10 PRM-LIMIT      PIC 9(9)V99 OCCURS 3 TIMES.
            05 FILLER         PIC X(39).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD EXTRACT-FILE.
      *     THE REGULATORY EXTRACT : "H" HEADER (AS-AT DATE, RUN DATE
      *     AND THE THREE LIMITS), ONE "D" DETAIL PER CUSTOMER AND
      *     CATEGORY HELD, ONE "U" PER ACCOUNT SHARE WHOSE OWNER IS
      *     NOT ON CUSTMSTR, AND A "T" TRAILER WITH THE COUNTS AND
      *     TOTALS . CATEGORY IS S SINGLE, J JOINT, T TRUSTEE
       01 EXTRACT-REC.
           05 DX-REC-TYPE    PIC X(1).
            05 DX-BODY        PIC X(99).
            05 DX-HEADER-BODY REDEFINES DX-BODY.
               10 DX-AS-OF-DATE    PIC 9(8).
               10 DX-RUN-DATE      PIC 9(8).
               10 DX-LIMIT         PIC 9(9)V99 OCCURS 3 TIMES.
               10 FILLER           PIC X(50).
            05 DX-DETAIL-BODY REDEFINES DX-BODY.
               10 DX-CUST-NO       PIC X(5).
               10 DX-CUST-NAME     PIC X(20).
               10 DX-CATEGORY      PIC X(1).
               10 DX-ACCT-CNT      PIC 9(5).
               10 DX-BALANCE       PIC 9(11)V99.
               10 DX-INSURED       PIC 9(11)V99.
               10 DX-UNINSURED     PIC 9(11)V99.
               10 FILLER           PIC X(29).
            05 DX-UNMATCHED-BODY REDEFINES DX-BODY.
               10 DX-UM-ACCT-NO    PIC X(5).
               10 DX-UM-CUST-NO    PIC X(5).
               10 DX-UM-CATEGORY   PIC X(1).
               10 DX-UM-AMOUNT     PIC 9(11)V99.
               10 FILLER           PIC X(75).
            05 DX-TRAILER-BODY REDEFINES DX-BODY.
               10 DX-DETAIL-CNT    PIC 9(7).
               10 DX-TOT-BALANCE   PIC 9(13)V99.
               10 DX-TOT-INSURED   PIC 9(13)V99.
               10 DX-TOT-UNINSURED PIC 9(13)V99.
               10 DX-UNMATCHED-CNT PIC 9(7).
               10 DX-TOT-UNMATCHED PIC 9(13)V99.
               10 FILLER           PIC X(25).
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
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-AS-OF-DATE      PIC 9(8) VALUE ZERO.
      *
      *THE THREE OWNERSHIP CATEGORIES, IN SINGLE, JOINT, TRUSTEE
      *ORDER, WITH THEIR EXTRACT CODES AND THE CARD'S LIMITS
       01 WS-CATEGORY-NAMES.
           05 FILLER          PIC X(8) VALUE "SINGLE".
            05 FILLER          PIC X(8) VALUE "JOINT".
            05 FILLER          PIC X(8) VALUE "TRUSTEE".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CAT-NAME     PIC X(8) OCCURS 3 TIMES.
       01 WS-CATEGORY-CODES  PIC X(3) VALUE "SJT".
       01 WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
           05 WS-CAT-CODE     PIC X(1) OCCURS 3 TIMES.
       01 WS-LIMIT-TABLE.
           05 WS-CAT-LIMIT    PIC 9(9)V99 OCCURS 3 TIMES.
       01 WS-CAT-SUB         PIC 9(1) VALUE ZERO.
      *
      *THE CUSTOMER MASTER, LOADED ONCE, WITH EACH CUSTOMER'S
      *ACCOUNT SHARES AND BALANCE PER CATEGORY BUILT UP AS THE
      *MASTER IS WALKED . MORE THAN 500 CUSTOMERS IS TREATED AS
      *FATAL (SAME 500-ENTRY RULE THE SUITE'S BOUNDED TABLES USE)
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY CU-IDX.
               10 WS-CUST-NO      PIC X(5).
               10 WS-CUST-NAME    PIC X(20).
               10 WS-CUST-CAT OCCURS 3 TIMES.
                   15 WS-CUST-CAT-CNT  PIC 9(5).
                   15 WS-CUST-CAT-BAL  PIC 9(11)V99.
       01 WS-CUST-FOUND-FLAG PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND        VALUE "Y".
           88 CUSTOMER-NOT-FOUND    VALUE "N".
       01 WS-CUST-FOUND-SUB  PIC 9(4) VALUE ZERO.
       01 WS-TEST-CUST       PIC X(5) VALUE SPACES.
      *
      *THE OWNERS OF THE ACCOUNT IN HAND, GATHERED FROM THE
      *RELATIONSHIP FILE AS THE MASTER WALK REACHES THE ACCOUNT .
      *MORE THAN 20 OWNERS OF ONE ACCOUNT IS TREATED AS FATAL
       01 WS-LAST-AR-KEY     PIC X(10) VALUE LOW-VALUES.
       01 WS-OWNER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-TRUSTEE-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 20 TIMES
                   INDEXED BY OW-IDX.
               10 WS-OWNER-CUST   PIC X(5).
               10 WS-OWNER-PCT    PIC 9(3)V99.
       01 WS-OWNER-PCT-TOTAL PIC 9(5)V99 VALUE ZERO.
       01 WS-EQUAL-SPLIT-SW  PIC X(1) VALUE "N".
           88 EQUAL-SPLIT           VALUE "Y".
       01 WS-OWNER-AMOUNT    PIC 9(9)V99 VALUE ZERO.
       01 WS-ACCT-ALLOCATED  PIC 9(9)V99 VALUE ZERO.
      *
      *ACCOUNT SHARES WHOSE OWNER IS NOT ON CUSTMSTR, HELD FOR THEIR
      *OWN SECTION OF THE REPORT . MORE THAN 500 IS TREATED AS FATAL
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNMATCHED-TABLE.
           05 WS-UNMATCHED-ENTRY OCCURS 500 TIMES
                   INDEXED BY UM-IDX.
               10 WS-UM-ACCT-NO   PIC X(5).
               10 WS-UM-CUST-NO   PIC X(5).
               10 WS-UM-CAT-SUB   PIC 9(1).
               10 WS-UM-AMOUNT    PIC 9(9)V99.
      *
      *THE CUSTOMER AND CATEGORY IN HAND AT REPORT TIME
       01 WS-HOLDING-BAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-HOLDING-INSURED PIC 9(11)V99 VALUE ZERO.
       01 WS-HOLDING-UNINSURED PIC 9(11)V99 VALUE ZERO.
      *
      *BANK-LEVEL TOTALS BY CATEGORY
       01 WS-CAT-TOTAL-TABLE.
           05 WS-CAT-TOTAL OCCURS 3 TIMES.
               10 WS-CT-DEPOSITORS PIC 9(7).
               10 WS-CT-BALANCE    PIC 9(13)V99.
               10 WS-CT-INSURED    PIC 9(13)V99.
               10 WS-CT-UNINSURED  PIC 9(13)V99.
      *
      *RUN TOTALS AND THE COVERAGE PROOF . THE AMOUNTS AGGREGATED
      *PLUS THOSE NOT AGGREGATED MUST EQUAL THE POSITIVE BALANCES
       01 WS-DI-TOTALS.
           05 WS-NM-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-POS-ACCT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-POS-BAL-TOTAL   PIC 9(13)V99 VALUE ZERO.
           05 WS-NOT-POS-CNT     PIC 9(7) VALUE ZERO.
           05 WS-MULTI-OWNER-CNT PIC 9(7) VALUE ZERO.
           05 WS-TRUST-ACCT-CNT  PIC 9(7) VALUE ZERO.
           05 WS-AGG-SHARE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-AGG-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05 WS-UNMATCHED-TOTAL PIC 9(13)V99 VALUE ZERO.
           05 WS-DETAIL-CNT      PIC 9(7) VALUE ZERO.
           05 WS-BANK-BALANCE    PIC 9(13)V99 VALUE ZERO.
           05 WS-BANK-INSURED    PIC 9(13)V99 VALUE ZERO.
           05 WS-BANK-UNINSURED  PIC 9(13)V99 VALUE ZERO.
           05 WS-BANK-DEPOSITORS PIC 9(7) VALUE ZERO.
       01 WS-PROVED-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01 WS-DIFF-TOTAL      PIC S9(13)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . THE SECTION
      *SWITCH PICKS THE COLUMN HEADINGS A NEW PAGE CARRIES
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SECTION-SW      PIC X(1) VALUE "C".
           88 CUSTOMER-SECTION      VALUE "C".
           88 UNMATCHED-SECTION     VALUE "U".
           88 SUMMARY-SECTION       VALUE "S".
       01 WS-HELD-LINE       PIC X(80) VALUE SPACES.
      *
      *HEADING, DETAIL, SUMMARY AND PROOF LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM120 DEPOSIT INSURANCE COVERAGE".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS AT ".
            05 H2-AS-OF-DATE   PIC 9(8).
            05 FILLER          PIC X(12) VALUE "  RUN DATE ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(6)  VALUE "CUST".
            05 FILLER          PIC X(19) VALUE "NAME".
            05 FILLER          PIC X(9)  VALUE "CATEGORY".
            05 FILLER          PIC X(4)  VALUE "ACS".
            05 FILLER          PIC X(13) VALUE "     BALANCE".
            05 FILLER          PIC X(13) VALUE "     INSURED".
            05 FILLER          PIC X(12) VALUE "   UNINSURED".
      *
       01 WS-HEADING-3-UNMATCHED.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(7)  VALUE "OWNER".
            05 FILLER          PIC X(9)  VALUE "CATEGORY".
            05 FILLER          PIC X(13) VALUE "      AMOUNT".
            05 FILLER          PIC X(35)
                VALUE "  OWNER NOT ON CUSTMSTR".
      *
       01 WS-HEADING-3-SUMMARY.
           05 FILLER          PIC X(9)  VALUE "CATEGORY".
            05 FILLER          PIC X(8)  VALUE "  DEPOS".
            05 FILLER          PIC X(18) VALUE "          BALANCE".
            05 FILLER          PIC X(18) VALUE "          INSURED".
            05 FILLER          PIC X(18) VALUE "        UNINSURED".
      *
       01 WS-DETAIL-LINE.
           05 DL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-CUST-NAME    PIC X(18).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-CATEGORY     PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-ACCT-CNT     PIC ZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BALANCE      PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-INSURED      PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-UNINSURED    PIC ZZZZZZZZ9.99.
      *
       01 WS-UNMATCHED-LINE.
           05 UL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 UL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 UL-CATEGORY     PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 UL-AMOUNT       PIC ZZZZZZZZ9.99.
      *
       01 WS-SUMMARY-LINE.
           05 SL-LABEL        PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-DEPOSITORS   PIC ZZZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-INSURED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-UNINSURED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-LIMIT-LINE.
           05 FILLER          PIC X(15) VALUE "INSURED LIMIT ".
            05 LL-CATEGORY     PIC X(8).
            05 LL-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-PROOF-LINE.
           05 PL-LABEL        PIC X(24).
            05 PL-COUNT        PIC -ZZZZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 PL-TOTAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 120-LOAD-CUSTOMERS
            PERFORM 200-READ-MASTER
            PERFORM 300-COVER-ONE-ACCOUNT
                UNTIL NM-ACCT-NO = HIGH-VALUES
            PERFORM 600-REPORT-ALL-CUSTOMERS
            PERFORM 650-REPORT-UNMATCHED
            PERFORM 700-WRITE-EXTRACT-TRAILER
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, reads the limits card and opens the
      *files
      *
            INITIALIZE WS-CAT-TOTAL-TABLE
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 115-READ-PARAM-CARD
            OPEN INPUT NEW-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT RELATION-FILE
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 140-READ-RELATION
            OPEN OUTPUT EXTRACT-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN EXTRACT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO EXTRACT-REC
            MOVE "H" TO DX-REC-TYPE
            MOVE WS-AS-OF-DATE TO DX-AS-OF-DATE
            MOVE WS-RUN-DATE TO DX-RUN-DATE
            MOVE WS-CAT-LIMIT(1) TO DX-LIMIT(1)
            MOVE WS-CAT-LIMIT(2) TO DX-LIMIT(2)
            MOVE WS-CAT-LIMIT(3) TO DX-LIMIT(3)
            PERFORM 690-WRITE-EXTRACT-REC
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
       115-READ-PARAM-CARD.
      *
      *reads the as-at date and the three insured limits . a limit
      *that is missing or zero would report every deposit as
      *uninsured, so the card is refused instead
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY DIPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            EVALUATE TRUE
                WHEN PRM-AS-OF-DATE-X = SPACES
                    MOVE WS-RUN-DATE TO WS-AS-OF-DATE
                WHEN PRM-AS-OF-DATE-X IS NUMERIC
                        AND PRM-AS-OF-DATE > 0
                    MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                WHEN OTHER
                    MOVE "BAD DIPARM AS-AT DATE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            PERFORM 117-CHECK-ONE-LIMIT
                VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 3
            MOVE WS-AS-OF-DATE TO H2-AS-OF-DATE
            CLOSE PARAM-FILE
            .
      *
       117-CHECK-ONE-LIMIT.
      *
      *takes one category's limit off the card
      *
            IF PRM-LIMIT-X(WS-CAT-SUB) IS NOT NUMERIC
                MOVE "BAD DIPARM LIMIT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-LIMIT(WS-CAT-SUB) = 0
                MOVE "ZERO DIPARM LIMIT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-LIMIT(WS-CAT-SUB) TO WS-CAT-LIMIT(WS-CAT-SUB)
            .
      *
       120-LOAD-CUSTOMERS.
      *
      *loads each customer's number and name with empty category
      *totals
      *
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 130-LOAD-ONE-CUSTOMER
                UNTIL WS-STATUS3 NOT = 00
            CLOSE CUSTOMER-MASTER
            .
      *
       130-LOAD-ONE-CUSTOMER.
      *
      *copies one customer into the next free table slot
      *
            READ CUSTOMER-MASTER
                AT END CONTINUE
                NOT AT END
                    IF WS-CUST-COUNT >= 500
                        MOVE "CUSTMSTR EXCEEDS 500" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-CUST-COUNT
                    SET CU-IDX TO WS-CUST-COUNT
                    INITIALIZE WS-CUST-ENTRY(CU-IDX)
                    MOVE CU-CUST-NO TO WS-CUST-NO(CU-IDX)
                    MOVE CU-CUST-NAME TO WS-CUST-NAME(CU-IDX)
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       140-READ-RELATION.
      *
      *reads the next account relationship row, refusing an out-of-
      *sequence file rather than crediting a deposit to the wrong
      *owner
      *
            READ RELATION-FILE
                AT END MOVE HIGH-VALUES TO AR-KEY
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
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
       200-READ-MASTER.
      *
      *reads the next master record
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
       300-COVER-ONE-ACCOUNT.
      *
      *gathers the account's owners, settles its ownership category
      *and hands each owner their share of a positive balance . the
      *relationship file is walked for every account, positive or
      *not, so it stays in step with the master
      *
            PERFORM 310-GATHER-OWNERS
            IF NM-AMOUNT > 0
                ADD 1 TO WS-POS-ACCT-CNT
                ADD NM-AMOUNT TO WS-POS-BAL-TOTAL
                EVALUATE TRUE
                    WHEN WS-TRUSTEE-COUNT > 0
                        MOVE 3 TO WS-CAT-SUB
                        ADD 1 TO WS-TRUST-ACCT-CNT
                    WHEN WS-OWNER-COUNT > 1
                        MOVE 2 TO WS-CAT-SUB
                        ADD 1 TO WS-MULTI-OWNER-CNT
                    WHEN OTHER
                        MOVE 1 TO WS-CAT-SUB
                END-EVALUATE
                PERFORM 320-SETTLE-SHARE-BASIS
                MOVE ZERO TO WS-ACCT-ALLOCATED
                PERFORM 330-COVER-ONE-OWNER
                    VARYING OW-IDX FROM 1 BY 1
                    UNTIL OW-IDX > WS-OWNER-COUNT
            ELSE
                ADD 1 TO WS-NOT-POS-CNT
            END-IF
            PERFORM 200-READ-MASTER
            .
      *
       310-GATHER-OWNERS.
      *
      *walks the relationship file forward to the account in hand
      *and gathers its primary and joint owners in force on the
      *as-at date, counting any trustee in force as it goes . an
      *account with no owner rows is owned wholly by its nm-cust-no
      *
            MOVE ZERO TO WS-OWNER-COUNT
            MOVE ZERO TO WS-TRUSTEE-COUNT
            PERFORM 140-READ-RELATION
                UNTIL AR-ACCT-NO NOT < NM-ACCT-NO
            PERFORM 315-GATHER-ONE-OWNER
                UNTIL AR-ACCT-NO NOT = NM-ACCT-NO
            IF WS-OWNER-COUNT = 0
                MOVE 1 TO WS-OWNER-COUNT
                MOVE NM-CUST-NO TO WS-OWNER-CUST(1)
                MOVE 100 TO WS-OWNER-PCT(1)
            END-IF
            .
      *
       315-GATHER-ONE-OWNER.
      *
      *files one of the account's rows in the owner table when it is
      *an owner's role already in force, or counts it when it is a
      *trustee's
      *
            IF AR-EFF-DATE NOT > WS-AS-OF-DATE
                IF AR-TRUSTEE
                    ADD 1 TO WS-TRUSTEE-COUNT
                END-IF
                IF AR-OWNER
                    IF WS-OWNER-COUNT >= 20
                        MOVE "ACCTREL OWNERS EXCEED 20"
                            TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OWNER-COUNT
                    SET OW-IDX TO WS-OWNER-COUNT
                    MOVE AR-CUST-NO TO WS-OWNER-CUST(OW-IDX)
                    MOVE AR-SHARE-PCT TO WS-OWNER-PCT(OW-IDX)
                END-IF
            END-IF
            PERFORM 140-READ-RELATION
            .
      *
       320-SETTLE-SHARE-BASIS.
      *
      *uses the shares on the rows only when they add up to exactly
      *100 ; any other mix (including rows that give no share) is
      *split equally, so an account is never over- or under-covered
      *
            MOVE ZERO TO WS-OWNER-PCT-TOTAL
            PERFORM 325-ADD-ONE-SHARE
                VARYING OW-IDX FROM 1 BY 1
                UNTIL OW-IDX > WS-OWNER-COUNT
            IF WS-OWNER-PCT-TOTAL = 100
                MOVE "N" TO WS-EQUAL-SPLIT-SW
            ELSE
                MOVE "Y" TO WS-EQUAL-SPLIT-SW
            END-IF
            .
      *
       325-ADD-ONE-SHARE.
      *
      *adds one owner's share to the account's share total
      *
            ADD WS-OWNER-PCT(OW-IDX) TO WS-OWNER-PCT-TOTAL
            .
      *
       330-COVER-ONE-OWNER.
      *
      *works out one owner's part of the balance -- the last owner
      *takes whatever the others left, so the parts always add back
      *to the balance -- and adds it to that customer's category
      *total, or holds it aside when the owner is not on custmstr
      *
            IF OW-IDX = WS-OWNER-COUNT
                COMPUTE WS-OWNER-AMOUNT =
                        NM-AMOUNT - WS-ACCT-ALLOCATED
            ELSE
                IF EQUAL-SPLIT
                    COMPUTE WS-OWNER-AMOUNT ROUNDED =
                            NM-AMOUNT / WS-OWNER-COUNT
                ELSE
                    COMPUTE WS-OWNER-AMOUNT ROUNDED =
                            NM-AMOUNT * WS-OWNER-PCT(OW-IDX) / 100
                END-IF
            END-IF
            ADD WS-OWNER-AMOUNT TO WS-ACCT-ALLOCATED
            MOVE WS-OWNER-CUST(OW-IDX) TO WS-TEST-CUST
            PERFORM 350-FIND-CUSTOMER
            IF CUSTOMER-FOUND
                SET CU-IDX TO WS-CUST-FOUND-SUB
                ADD 1 TO WS-CUST-CAT-CNT(CU-IDX WS-CAT-SUB)
                ADD WS-OWNER-AMOUNT
                    TO WS-CUST-CAT-BAL(CU-IDX WS-CAT-SUB)
                ADD 1 TO WS-AGG-SHARE-CNT
                ADD WS-OWNER-AMOUNT TO WS-AGG-TOTAL
            ELSE
                PERFORM 340-HOLD-UNMATCHED
            END-IF
            .
      *
       340-HOLD-UNMATCHED.
      *
      *holds one account share whose owner is not on custmstr for
      *the separate section of the report
      *
            IF WS-UNMATCHED-COUNT >= 500
                MOVE "UNMATCHED OWNERS EXCEED 500" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-UNMATCHED-COUNT
            SET UM-IDX TO WS-UNMATCHED-COUNT
            MOVE NM-ACCT-NO TO WS-UM-ACCT-NO(UM-IDX)
            MOVE WS-TEST-CUST TO WS-UM-CUST-NO(UM-IDX)
            MOVE WS-CAT-SUB TO WS-UM-CAT-SUB(UM-IDX)
            MOVE WS-OWNER-AMOUNT TO WS-UM-AMOUNT(UM-IDX)
            ADD WS-OWNER-AMOUNT TO WS-UNMATCHED-TOTAL
            .
      *
       350-FIND-CUSTOMER.
      *
      *looks the owner in ws-test-cust up in the customer table . a
      *blank owner is never on file
      *
            MOVE "N" TO WS-CUST-FOUND-FLAG
            MOVE ZERO TO WS-CUST-FOUND-SUB
            IF WS-TEST-CUST NOT = SPACES AND WS-CUST-COUNT > 0
                PERFORM 355-TEST-ONE-CUSTOMER
                    VARYING CU-IDX FROM 1 BY 1
                    UNTIL CU-IDX > WS-CUST-COUNT
                        OR CUSTOMER-FOUND
            END-IF
            .
      *
       355-TEST-ONE-CUSTOMER.
      *
      *tests one customer-table entry for the owner in hand
      *
            IF WS-CUST-NO(CU-IDX) = WS-TEST-CUST
                SET CUSTOMER-FOUND TO TRUE
                SET WS-CUST-FOUND-SUB TO CU-IDX
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one report line . starts a new page and reprints the
      *headings whenever the page fills up or a section is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *headings of the section in hand followed by a blank line .
      *the line about to print is kept aside while they are written
      *
            MOVE REPORT-LINE TO WS-HELD-LINE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            EVALUATE TRUE
                WHEN CUSTOMER-SECTION
                    WRITE REPORT-LINE FROM WS-HEADING-3
                WHEN UNMATCHED-SECTION
                    WRITE REPORT-LINE FROM WS-HEADING-3-UNMATCHED
                WHEN OTHER
                    WRITE REPORT-LINE FROM WS-HEADING-3-SUMMARY
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HELD-LINE TO REPORT-LINE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE NEW-MASTER
             RELATION-FILE
             EXTRACT-FILE
             REPORT-FILE.
      *
       600-REPORT-ALL-CUSTOMERS.
      *
      *reports and extracts every customer's holdings, category by
      *category, in customer master order
      *
            SET CUSTOMER-SECTION TO TRUE
            MOVE 0 TO WS-LINE-COUNT
            PERFORM 610-REPORT-ONE-CUSTOMER
                VARYING CU-IDX FROM 1 BY 1
                UNTIL CU-IDX > WS-CUST-COUNT
            .
      *
       610-REPORT-ONE-CUSTOMER.
      *
      *reports each category the customer holds deposits in
      *
            PERFORM 620-REPORT-ONE-HOLDING
                VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 3
            .
      *
       620-REPORT-ONE-HOLDING.
      *
      *applies the category's limit to the customer's total in it :
      *insured up to the limit, uninsured above it . writes the
      *report line and the extract detail and adds to the bank totals
      *
            IF WS-CUST-CAT-CNT(CU-IDX WS-CAT-SUB) > 0
                MOVE WS-CUST-CAT-BAL(CU-IDX WS-CAT-SUB)
                    TO WS-HOLDING-BAL
                IF WS-HOLDING-BAL > WS-CAT-LIMIT(WS-CAT-SUB)
                    MOVE WS-CAT-LIMIT(WS-CAT-SUB)
                        TO WS-HOLDING-INSURED
                ELSE
                    MOVE WS-HOLDING-BAL TO WS-HOLDING-INSURED
                END-IF
                COMPUTE WS-HOLDING-UNINSURED =
                        WS-HOLDING-BAL - WS-HOLDING-INSURED
                ADD 1 TO WS-CT-DEPOSITORS(WS-CAT-SUB)
                ADD WS-HOLDING-BAL TO WS-CT-BALANCE(WS-CAT-SUB)
                ADD WS-HOLDING-INSURED TO WS-CT-INSURED(WS-CAT-SUB)
                ADD WS-HOLDING-UNINSURED
                    TO WS-CT-UNINSURED(WS-CAT-SUB)
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE WS-CUST-NO(CU-IDX) TO DL-CUST-NO
                MOVE WS-CUST-NAME(CU-IDX) TO DL-CUST-NAME
                MOVE WS-CAT-NAME(WS-CAT-SUB) TO DL-CATEGORY
                MOVE WS-CUST-CAT-CNT(CU-IDX WS-CAT-SUB)
                    TO DL-ACCT-CNT
                MOVE WS-HOLDING-BAL TO DL-BALANCE
                MOVE WS-HOLDING-INSURED TO DL-INSURED
                MOVE WS-HOLDING-UNINSURED TO DL-UNINSURED
                MOVE WS-DETAIL-LINE TO REPORT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
                MOVE SPACES TO EXTRACT-REC
                MOVE "D" TO DX-REC-TYPE
                MOVE WS-CUST-NO(CU-IDX) TO DX-CUST-NO
                MOVE WS-CUST-NAME(CU-IDX) TO DX-CUST-NAME
                MOVE WS-CAT-CODE(WS-CAT-SUB) TO DX-CATEGORY
                MOVE WS-CUST-CAT-CNT(CU-IDX WS-CAT-SUB)
                    TO DX-ACCT-CNT
                MOVE WS-HOLDING-BAL TO DX-BALANCE
                MOVE WS-HOLDING-INSURED TO DX-INSURED
                MOVE WS-HOLDING-UNINSURED TO DX-UNINSURED
                PERFORM 690-WRITE-EXTRACT-REC
                ADD 1 TO WS-DETAIL-CNT
            END-IF
            .
      *
       650-REPORT-UNMATCHED.
      *
      *reports, on its own page, every account share whose owner is
      *not on custmstr, and extracts each one as a "u" row
      *
            IF WS-UNMATCHED-COUNT > 0
                SET UNMATCHED-SECTION TO TRUE
                MOVE 0 TO WS-LINE-COUNT
                PERFORM 660-REPORT-ONE-UNMATCHED
                    VARYING UM-IDX FROM 1 BY 1
                    UNTIL UM-IDX > WS-UNMATCHED-COUNT
            END-IF
            .
      *
       660-REPORT-ONE-UNMATCHED.
      *
      *reports and extracts one account share not aggregated
      *
            MOVE WS-UM-CAT-SUB(UM-IDX) TO WS-CAT-SUB
            MOVE SPACES TO WS-UNMATCHED-LINE
            MOVE WS-UM-ACCT-NO(UM-IDX) TO UL-ACCT-NO
            MOVE WS-UM-CUST-NO(UM-IDX) TO UL-CUST-NO
            MOVE WS-CAT-NAME(WS-CAT-SUB) TO UL-CATEGORY
            MOVE WS-UM-AMOUNT(UM-IDX) TO UL-AMOUNT
            MOVE WS-UNMATCHED-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE SPACES TO EXTRACT-REC
            MOVE "U" TO DX-REC-TYPE
            MOVE WS-UM-ACCT-NO(UM-IDX) TO DX-UM-ACCT-NO
            MOVE WS-UM-CUST-NO(UM-IDX) TO DX-UM-CUST-NO
            MOVE WS-CAT-CODE(WS-CAT-SUB) TO DX-UM-CATEGORY
            MOVE WS-UM-AMOUNT(UM-IDX) TO DX-UM-AMOUNT
            PERFORM 690-WRITE-EXTRACT-REC
            .
      *
       690-WRITE-EXTRACT-REC.
      *
      *writes one regulatory extract record
      *
            WRITE EXTRACT-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE EXTRACT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       700-WRITE-EXTRACT-TRAILER.
      *
      *totals the categories for the bank and writes the "t" trailer
      *with the detail count and totals and the amount not aggregated
      *
            PERFORM 710-ADD-ONE-CATEGORY
                VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 3
            MOVE SPACES TO EXTRACT-REC
            MOVE "T" TO DX-REC-TYPE
            MOVE WS-DETAIL-CNT TO DX-DETAIL-CNT
            MOVE WS-BANK-BALANCE TO DX-TOT-BALANCE
            MOVE WS-BANK-INSURED TO DX-TOT-INSURED
            MOVE WS-BANK-UNINSURED TO DX-TOT-UNINSURED
            MOVE WS-UNMATCHED-COUNT TO DX-UNMATCHED-CNT
            MOVE WS-UNMATCHED-TOTAL TO DX-TOT-UNMATCHED
            PERFORM 690-WRITE-EXTRACT-REC
            .
      *
       710-ADD-ONE-CATEGORY.
      *
      *adds one category's figures to the bank totals
      *
            ADD WS-CT-DEPOSITORS(WS-CAT-SUB) TO WS-BANK-DEPOSITORS
            ADD WS-CT-BALANCE(WS-CAT-SUB) TO WS-BANK-BALANCE
            ADD WS-CT-INSURED(WS-CAT-SUB) TO WS-BANK-INSURED
            ADD WS-CT-UNINSURED(WS-CAT-SUB) TO WS-BANK-UNINSURED
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the bank-level summary by category and the coverage
      *proof : the amounts aggregated plus those not aggregated must
      *equal the positive balances on the master . a miss ends with
      *return code 8
      *
            SET SUMMARY-SECTION TO TRUE
            MOVE 0 TO WS-LINE-COUNT
            MOVE "BANK SUMMARY BY OWNERSHIP CATEGORY" TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 810-PRINT-ONE-CATEGORY
                VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 3
            MOVE SPACES TO WS-SUMMARY-LINE
            MOVE "TOTAL" TO SL-LABEL
            MOVE WS-BANK-DEPOSITORS TO SL-DEPOSITORS
            MOVE WS-BANK-BALANCE TO SL-BALANCE
            MOVE WS-BANK-INSURED TO SL-INSURED
            MOVE WS-BANK-UNINSURED TO SL-UNINSURED
            MOVE WS-SUMMARY-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 820-PRINT-ONE-LIMIT
                VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 3
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            COMPUTE WS-PROVED-TOTAL = WS-AGG-TOTAL + WS-UNMATCHED-TOTAL
            COMPUTE WS-DIFF-TOTAL = WS-POS-BAL-TOTAL - WS-PROVED-TOTAL
            MOVE "COVERAGE PROOF" TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE SPACES TO WS-PROOF-LINE
            MOVE "POSITIVE BALANCES" TO PL-LABEL
            MOVE WS-POS-ACCT-CNT TO PL-COUNT
            MOVE WS-POS-BAL-TOTAL TO PL-TOTAL
            MOVE WS-PROOF-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE "AGGREGATED SHARES" TO PL-LABEL
            MOVE WS-AGG-SHARE-CNT TO PL-COUNT
            MOVE WS-AGG-TOTAL TO PL-TOTAL
            MOVE WS-PROOF-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE "NOT AGGREGATED SHARES" TO PL-LABEL
            MOVE WS-UNMATCHED-COUNT TO PL-COUNT
            MOVE WS-UNMATCHED-TOTAL TO PL-TOTAL
            MOVE WS-PROOF-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE "DIFFERENCE" TO PL-LABEL
            MOVE ZERO TO PL-COUNT
            MOVE WS-DIFF-TOTAL TO PL-TOTAL
            MOVE WS-PROOF-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            DISPLAY "AS-AT DATE .............: " WS-AS-OF-DATE
            DISPLAY "MASTER RECORDS READ ....: " WS-NM-READ-CNT
            DISPLAY "POSITIVE BALANCES ......: " WS-POS-ACCT-CNT
            DISPLAY "POSITIVE BALANCE TOTAL .: " WS-POS-BAL-TOTAL
            DISPLAY "NIL OR OVERDRAWN .......: " WS-NOT-POS-CNT
            DISPLAY "JOINT ACCOUNTS .........: " WS-MULTI-OWNER-CNT
            DISPLAY "TRUSTEE ACCOUNTS .......: " WS-TRUST-ACCT-CNT
            DISPLAY "CUSTOMER HOLDINGS ......: " WS-DETAIL-CNT
            DISPLAY "INSURED TOTAL ..........: " WS-BANK-INSURED
            DISPLAY "UNINSURED TOTAL ........: " WS-BANK-UNINSURED
            DISPLAY "NOT AGGREGATED SHARES ..: " WS-UNMATCHED-COUNT
            DISPLAY "NOT AGGREGATED TOTAL ...: " WS-UNMATCHED-TOTAL
            IF WS-DIFF-TOTAL = 0
                MOVE "RESULT: IN BALANCE" TO REPORT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
                DISPLAY "COVERAGE PROOF .........: IN BALANCE"
            ELSE
                MOVE "RESULT: *** OUT OF BALANCE ***" TO REPORT-LINE
                PERFORM 400-PRINT-DETAIL-RTN
                DISPLAY "COVERAGE PROOF .........: *** OUT OF BALANCE"
                MOVE 8 TO RETURN-CODE
            END-IF
            .
      *
       810-PRINT-ONE-CATEGORY.
      *
      *prints one category's depositors and amounts for the bank
      *
            MOVE SPACES TO WS-SUMMARY-LINE
            MOVE WS-CAT-NAME(WS-CAT-SUB) TO SL-LABEL
            MOVE WS-CT-DEPOSITORS(WS-CAT-SUB) TO SL-DEPOSITORS
            MOVE WS-CT-BALANCE(WS-CAT-SUB) TO SL-BALANCE
            MOVE WS-CT-INSURED(WS-CAT-SUB) TO SL-INSURED
            MOVE WS-CT-UNINSURED(WS-CAT-SUB) TO SL-UNINSURED
            MOVE WS-SUMMARY-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       820-PRINT-ONE-LIMIT.
      *
      *prints the limit the run applied to one category
      *
            MOVE WS-CAT-NAME(WS-CAT-SUB) TO LL-CATEGORY
            MOVE WS-CAT-LIMIT(WS-CAT-SUB) TO LL-LIMIT
            MOVE WS-LIMIT-LINE TO REPORT-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or card instead of
      *filing a coverage extract built from part of the bank
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM120 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (NEW-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (RELATION-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (CUSTOMER-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DIPARM CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (EXTRACT-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
