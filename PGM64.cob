      *TRANSACTIONS NEVER PRINT AS POSTED -- THE CLOSING BALANCE
      *AGREES WITH THE CERTIFIED MASTER BY CONSTRUCTION . THE SORT
      *KEEPS DUPLICATES IN ORDER, SO EACH ACCOUNT'S POSTINGS STAY IN
      *THE ORDER THE DAYS APPLIED THEM . WHERE THE ACCOUNT
      *RELATIONSHIP FILE (ACCTREL, MAINTAINED BY PGM114) NAMES OTHER
      *PARTIES TO AN ACCOUNT WHO HAVE ASKED FOR A COPY OF THE
      *STATEMENT, THE ACCOUNT'S SECTION IS ALSO WRITTEN UNDER EACH OF
      *THEM, SO A JOINT OWNER OR A TRUSTEE GETS THE SAME STATEMENT IN
      *THEIR OWN MAILING ; THE OWNING CUSTOMER ALWAYS GETS THEIRS .
      *EACH CUSTOMER'S MAILING GOES THE WAY THE CUSTOMER MASTER'S
      *DELIVERY PREFERENCE SAYS : PAPER CUSTOMERS (AND EVERY HAND-
      *HANDLE MAILING) PRINT TO STMTOUT AS BEFORE, ELECTRONIC
      *CUSTOMERS GO INSTEAD TO THE E-STATEMENT VENDOR'S MACHINE-
      *READABLE EXTRACT (ESTMTOUT) -- A HEADER, ONE RECORD PER
      *OPENING BALANCE, POSTED TRANSACTION AND CLOSING BALANCE, AND A
      *TRAILER OF COUNTS AND TOTALS -- AND CUSTOMERS WHO ASKED FOR
      *BOTH GET BOTH . AN ELECTRONIC CUSTOMER WITH NO E-MAIL ADDRESS
      *FALLS BACK TO PAPER RATHER THAN GO UNDELIVERED . THE CONTROL
      *PAGE COUNTS PAPER AGAINST ELECTRONIC DELIVERY FROM WHAT WAS
      *ACTUALLY WRITTEN, AND PROVES EVERY CUSTOMER IN THE CYCLE GOT
      *EXACTLY ONE DELIVERY THE WAY THEY ASKED ; A RUN THAT DOES NOT
      *PROVE ENDS WITH RETURN CODE 8 . AT THE END OF THE RUN THE
      *CUSTOMER AND STATEMENT-COPY TABLES' PEAK USAGE IS LOGGED ON
      *THE CAPACITY-USAGE FILE (PGM121) FOR THE WEEKLY HEADROOM
      *REPORT (PGM122) . THE PRINTED STATEMENTS SHOW THE ACCOUNT
      *NUMBER MASKED FOR THE AUDIENCE ON THE RPTAUD CARD (PGM123) --
      *CUSTOMER-FACING WHEN THERE IS NO CARD -- AND EACH STATEMENT'S
      *COLUMN HEADING AND THE CONTROL PAGE STATE THE MASKING LEVEL ;
      *THE E-STATEMENT EXTRACT ALWAYS CARRIES THE FULL NUMBER .
      *BENEATH THE CLOSING (LEDGER) BALANCE EACH STATEMENT SHOWS THE
      *DEPOSITS STILL HELD UNCOLLECTED ON THE FLOAT FILE (FLOATFIL,
      *WRITTEN BY PGM52) AND THE AVAILABLE BALANCE THEY LEAVE, AND
      *THE EXTRACT'S CLOSING RECORD CARRIES THE AVAILABLE BALANCE
      *BESIDE THE LEDGER ONE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LINE-SORT-FILE ASSIGN TO "SORTWK2".
      *
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT E-STMT-FILE ASSIGN TO "ESTMTOUT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 CU-WHOLD-FLAG  PIC X(1).
      *        "W" = TAX IS WITHHELD ON THIS CUSTOMER'S INTEREST AT
      *        THE YEAR-END RUN (SEE PGM95)
            05 CU-DECEASED-FLAG PIC X(1).
            05 CU-DELIVERY-PREF PIC X(1).
      *        "E" = ELECTRONIC ONLY, "B" = BOTH, "P" OR BLANK = PAPER
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD STMT-WORK.
      *     ONE RECORD PER STATEMENT LINE FROM THE ACCOUNT PASS, KEYED
      *     BY OWNING CUSTOMER AND ACCOUNT SO THE SECOND SORT CAN
      *     BRING ONE CUSTOMER'S ACCOUNTS TOGETHER ONTO A SINGLE
      *     STATEMENT WITHOUT DISTURBING LINE ORDER WITHIN AN ACCOUNT
      *     . BESIDE THE PRINTED LINE EACH RECORD CARRIES THE SAME
      *     LINE AS DATA FOR THE E-STATEMENT EXTRACT : SW-KIND "O"
      *     OPENING BALANCE, "T" POSTED TRANSACTION, "C" CLOSING
      *     BALANCE, BLANK FOR A HEADING OR SPACING LINE THAT ONLY
      *     PRINTS
       01 STMT-WORK-REC.
           05 SW-CUST-NO    PIC X(5).
            05 SW-ACCT-NO    PIC X(5).
            05 SW-LINE       PIC X(80).
            05 SW-KIND       PIC X(1).
            05 SW-EFF-DATE   PIC 9(8).
            05 SW-TYPE       PIC X(1).
            05 SW-AMOUNT     PIC 9(7)V99.
            05 SW-BALANCE    PIC S9(9)V99 SIGN LEADING SEPARATE.
            05 SW-AVAIL-BAL  PIC S9(9)V99 SIGN LEADING SEPARATE.
      *        ON THE "C" CLOSING LINE ONLY : THE CLOSING BALANCE
      *        LESS THE DEPOSITS STILL UNCOLLECTED
      *
       SD LINE-SORT-FILE.
       01 LINE-SORT-REC.
           05 LSR-CUST-NO   PIC X(5).
            05 LSR-ACCT-NO   PIC X(5).
            05 LSR-LINE      PIC X(80).
            05 LSR-KIND      PIC X(1).
               88 LSR-PRINT-ONLY      VALUE SPACE.
               88 LSR-OPENING         VALUE "O".
               88 LSR-TRANSACTION     VALUE "T".
               88 LSR-CLOSING         VALUE "C".
            05 LSR-EFF-DATE  PIC 9(8).
            05 LSR-TYPE      PIC X(1).
            05 LSR-AMOUNT    PIC 9(7)V99.
            05 LSR-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
            05 LSR-AVAIL-BAL PIC S9(9)V99 SIGN LEADING SEPARATE.
      *
       FD RELATION-FILE.
      *     THE ACCOUNT RELATIONSHIP FILE, ONE ROW PER ACCOUNT AND
      *     CUSTOMER IN ASCENDING ACCOUNT THEN CUSTOMER ORDER, READ
      *     FORWARD IN STEP WITH THE MASTER . ABSENT MEANS NO ACCOUNT
      *     HAS ANY PARTY BEYOND ITS OWNING CUSTOMER . MUST STAY IN
      *     SYNC WITH PGM114.COB'S RELATION-REC LAYOUT
       01 RELATION-REC.
           05 AR-KEY.
               10 AR-ACCT-NO     PIC X(5).
               10 AR-CUST-NO     PIC X(5).
            05 AR-ROLE        PIC X(1).
            05 AR-EFF-DATE    PIC 9(8).
            05 AR-EFF-MONTH REDEFINES AR-EFF-DATE.
               10 AR-EFF-CCYYMM  PIC 9(6).
               10 FILLER         PIC X(2).
            05 AR-SHARE-PCT   PIC 9(3)V99.
            05 AR-STMT-COPY   PIC X(1).
            05 FILLER         PIC X(55).
      *
       FD E-STMT-FILE.
      *     THE E-STATEMENT VENDOR'S EXTRACT : ONE "H" HEADER, ONE "D"
      *     RECORD PER STATEMENT LINE OF EVERY ELECTRONIC CUSTOMER'S
      *     MAILING IN CUSTOMER THEN ACCOUNT ORDER, AND ONE "T"
      *     TRAILER WHOSE COUNTS AND TOTALS THE VENDOR PROVES THE
      *     FILE AGAINST
       01 ESTMT-HEAD-REC.
           05 ESH-REC-TYPE   PIC X(1).
            05 ESH-MONTH      PIC 9(6).
            05 ESH-CYCLE      PIC X(2).
            05 FILLER         PIC X(141).
       01 ESTMT-LINE-REC.
           05 ESL-REC-TYPE   PIC X(1).
            05 ESL-CUST-NO    PIC X(5).
            05 ESL-CUST-NAME  PIC X(20).
            05 ESL-EMAIL-ADDR PIC X(50).
            05 ESL-ACCT-NO    PIC X(5).
            05 ESL-LINE-KIND  PIC X(1).
      *        "O" OPENING BALANCE, "T" TRANSACTION, "C" CLOSING
            05 ESL-EFF-DATE   PIC 9(8).
            05 ESL-TYPE       PIC X(1).
            05 ESL-AMOUNT     PIC 9(7)V99.
            05 ESL-BALANCE    PIC S9(9)V99 SIGN LEADING SEPARATE.
            05 ESL-AVAIL-BAL  PIC S9(9)V99 SIGN LEADING SEPARATE.
      *        ON THE "C" CLOSING RECORD ONLY : THE AVAILABLE BALANCE
      *        BESIDE THE LEDGER BALANCE IN ESL-BALANCE ; ZERO ON
      *        EVERY OTHER RECORD
            05 FILLER         PIC X(26).
       01 ESTMT-TRAIL-REC.
           05 EST-REC-TYPE   PIC X(1).
            05 EST-CUST-CNT   PIC 9(7).
            05 EST-STMT-CNT   PIC 9(7).
            05 EST-LINE-CNT   PIC 9(9).
            05 EST-TRANS-CNT  PIC 9(9).
            05 EST-OPEN-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 EST-CLOSE-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 EST-TRANS-TOTAL PIC 9(11)V99.
            05 FILLER         PIC X(76).
      *
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS FILE PGM52 LEFT BEHIND, ONE ROW PER
      *     DEPOSIT STILL HELD, IN ASCENDING ACCOUNT ORDER, READ
      *     FORWARD IN STEP WITH THE MASTER . ABSENT MEANS NOTHING IS
      *     UNCOLLECTED . MUST STAY IN SYNC WITH PGM52.COB'S FLOAT-REC
      *     LAYOUT
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
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
               10 WS-CUST-ADDR1   PIC X(25).
               10 WS-CUST-ADDR2   PIC X(25).
               10 WS-CUST-ADDR3   PIC X(15).
               10 WS-CUST-DELIVERY PIC X(1).
               10 WS-CUST-EMAIL   PIC X(50).
       01 WS-CUST-FOUND-FLAG PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND        VALUE "Y".
           88 CUSTOMER-NOT-FOUND    VALUE "N".
       01 WS-CUR-CUST        PIC X(5) VALUE LOW-VALUES.
       01 WS-FIRST-CUST-FLAG PIC X(1) VALUE "Y".
       01 WS-LINE-HOLD       PIC X(80) VALUE SPACES.
       01 WS-DATA-HOLD.
           05 WS-KIND-HOLD      PIC X(1).
           05 WS-DATE-HOLD      PIC 9(8).
           05 WS-TYPE-HOLD      PIC X(1).
           05 WS-AMOUNT-HOLD    PIC 9(7)V99.
           05 WS-BAL-HOLD       PIC S9(9)V99.
           05 WS-AVAIL-HOLD     PIC S9(9)V99.
      *
      *HOW THE MAILING IN HAND IS TO GO, FROM THE CUSTOMER'S DELIVERY
      *PREFERENCE, AND WHAT WAS ACTUALLY WRITTEN FOR IT, WHICH THE
      *DELIVERY PROOF CHECKS AGAINST THE ROUTE WHEN THE MAILING CLOSES
       01 WS-ROUTE-PAPER-FLAG PIC X(1) VALUE "N".
           88 ROUTE-TO-PAPER        VALUE "Y".
       01 WS-ROUTE-ELEC-FLAG  PIC X(1) VALUE "N".
           88 ROUTE-TO-ELECTRONIC   VALUE "Y".
       01 WS-PRINTED-FLAG     PIC X(1) VALUE "N".
           88 MAILING-PRINTED       VALUE "Y".
       01 WS-EXTRACTED-FLAG   PIC X(1) VALUE "N".
           88 MAILING-EXTRACTED     VALUE "Y".
       01 WS-ROUTE-CUST.
           05 WS-ROUTE-NAME     PIC X(20).
           05 WS-ROUTE-ADDR1    PIC X(25).
           05 WS-ROUTE-ADDR2    PIC X(25).
           05 WS-ROUTE-ADDR3    PIC X(15).
           05 WS-ROUTE-EMAIL    PIC X(50).
      *
      *THE OTHER PARTIES WHO GET A COPY OF THE ACCOUNT IN HAND'S
      *STATEMENT, GATHERED FROM THE RELATIONSHIP FILE AS THE MASTER
      *WALK REACHES THE ACCOUNT . A ROLE COUNTS ONCE IT IS IN FORCE
      *BY THE STATEMENT MONTH . MORE THAN 20 COPIES FOR ONE ACCOUNT
      *IS TREATED AS FATAL
       01 WS-LAST-AR-KEY     PIC X(10) VALUE LOW-VALUES.
       01 WS-COPY-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-COPY-PEAK       PIC 9(3) VALUE ZERO.
       01 WS-COPY-TABLE.
           05 WS-COPY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CP-IDX.
               10 WS-COPY-CUST    PIC X(5).
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121) AND THE RUN'S
      *RETURN CODE KEPT ACROSS THE CALLS . WS-COPY-PEAK ABOVE IS THE
      *MOST COPIES ANY ONE ACCOUNT NEEDED THIS RUN
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-CAP-SAVE-RC     PIC S9(4) VALUE ZERO.
      *
      *THE REPORT-AUDIENCE MASKING CALL AREA (PGM123)
       01 WS-REPORT-MASK.
           COPY RPTMASK.
      *
      *MONTH VIEW OF THE POSTING'S EFFECTIVE DATE UNDER RELEASE
       01 WS-TRANS-WORK.
       01 WS-LAST-BAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCT-TRANS-CNT  PIC 9(5) VALUE ZERO.
      *
      *THE ACCOUNT IN HAND'S DEPOSITS STILL UNCOLLECTED, TOTALLED
      *FROM THE FLOAT FILE AS THE MASTER WALK REACHES IT, AND THE
      *AVAILABLE BALANCE THEY LEAVE OF THE CLOSING BALANCE
       01 WS-LAST-FL-ACCT    PIC X(5) VALUE LOW-VALUES.
       01 WS-UNCOLL-AMT      PIC S9(9)V99 VALUE ZERO.
       01 WS-AVAIL-BAL       PIC S9(9)V99 VALUE ZERO.
      *
      *STATEMENT CONTROL TOTALS FOR THE CONTROL PAGE
       01 WS-STMT-TOTALS.
           05 WS-MASTER-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NO-CUST-CNT    PIC 9(7) VALUE ZERO.
           05 WS-OFF-CYCLE-CNT  PIC 9(7) VALUE ZERO.
           05 WS-OFF-CYC-TR-CNT PIC 9(7) VALUE ZERO.
           05 WS-COPY-STMT-CNT  PIC 9(7) VALUE ZERO.
      *
      *DELIVERY COUNTS AND THE E-STATEMENT EXTRACT'S TRAILER TOTALS .
      *EVERY CUSTOMER IN THE CYCLE MUST LAND IN EXACTLY ONE OF PAPER,
      *ELECTRONIC OR BOTH, AS THEIR PREFERENCE ROUTED THEM
       01 WS-DELIVERY-TOTALS.
           05 WS-CYCLE-CUST-CNT PIC 9(7) VALUE ZERO.
           05 WS-PAPER-CNT      PIC 9(7) VALUE ZERO.
           05 WS-ELEC-CNT       PIC 9(7) VALUE ZERO.
           05 WS-BOTH-CNT       PIC 9(7) VALUE ZERO.
           05 WS-NO-DELIV-CNT   PIC 9(7) VALUE ZERO.
           05 WS-MISROUTE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-REPEAT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NO-EMAIL-CNT   PIC 9(7) VALUE ZERO.
           05 WS-ES-STMT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ES-LINE-CNT    PIC 9(9) VALUE ZERO.
           05 WS-ES-TRANS-CNT   PIC 9(9) VALUE ZERO.
           05 WS-ES-OPEN-TOTAL  PIC S9(11)V99 VALUE ZERO.
           05 WS-ES-CLOSE-TOTAL PIC S9(11)V99 VALUE ZERO.
           05 WS-ES-TRANS-TOTAL PIC 9(11)V99 VALUE ZERO.
      *
      *RAISED WHEN THE PARAMETER CARD NAMES NO CYCLE, SO THE RUN
      *STATEMENTS THE WHOLE BANK THE WAY IT ALWAYS DID
            05 FILLER          PIC X(8)  VALUE "TYPE".
            05 FILLER          PIC X(10) VALUE "AMOUNT".
            05 FILLER          PIC X(10) VALUE "BALANCE".
            05 FILLER          PIC X(10) VALUE SPACES.
            05 SH2-MASK-LEVEL  PIC X(32).
      *
       01 WS-OPEN-LINE.
           05 FILLER          PIC X(28)
           05 FILLER          PIC X(28)
                VALUE "CLOSING BALANCE".
            05 CL-AMOUNT       PIC ZZZZZZZZ9.99-.
      *
       01 WS-UNCOLL-LINE.
           05 FILLER          PIC X(28)
                VALUE "  LESS UNCOLLECTED DEPOSITS".
            05 UL-AMOUNT       PIC ZZZZZZZZ9.99-.
      *
       01 WS-AVAIL-LINE.
           05 FILLER          PIC X(28)
                VALUE "AVAILABLE BALANCE".
            05 AL-AMOUNT       PIC ZZZZZZZZ9.99-.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                USING STMT-WORK
                OUTPUT PROCEDURE IS 600-PRINT-BY-CUSTOMER
            PERFORM 800-PRINT-CONTROL-PAGE
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
       100-INITIALIZATION-RTN.
      *
      *opens the parameter, master and report files and fixes the
      *statement month and the audience the statements are masked
      *for . a missing or non-numeric month is fatal
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS3 NOT = 00
                DISPLAY "STATEMENT CYCLE FOR THIS RUN : " PRM-CYCLE
            END-IF
            MOVE PRM-MONTH TO SH-MONTH
            MOVE "A" TO RM-FUNCTION
            MOVE "C" TO RM-DEFAULT-AUD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-LEVEL-TEXT TO SH2-MASK-LEVEL
            OPEN INPUT STMT-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN STMT-MASTER" TO WS-ABEND-WHERE
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT RELATION-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 140-READ-RELATION
            OPEN INPUT FLOAT-FILE
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 05
                MOVE "OPEN FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 145-READ-FLOAT
            OPEN OUTPUT E-STMT-FILE
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN E-STMT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO ESTMT-HEAD-REC
            MOVE "H" TO ESH-REC-TYPE
            MOVE PRM-MONTH TO ESH-MONTH
            MOVE PRM-CYCLE TO ESH-CYCLE
            WRITE ESTMT-HEAD-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE E-STMT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       120-LOAD-CUSTOMER-MASTER.
            MOVE CU-ADDR-LINE1 TO WS-CUST-ADDR1(CU-IDX)
            MOVE CU-ADDR-LINE2 TO WS-CUST-ADDR2(CU-IDX)
            MOVE CU-ADDR-LINE3 TO WS-CUST-ADDR3(CU-IDX)
            MOVE CU-DELIVERY-PREF TO WS-CUST-DELIVERY(CU-IDX)
            MOVE CU-EMAIL-ADDR TO WS-CUST-EMAIL(CU-IDX)
            PERFORM 125-READ-CUSTOMER
            .
      *
       140-READ-RELATION.
      *
      *reads the next account relationship row, refusing an out-of-
      *sequence file rather than mailing copies to the wrong party
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
       145-READ-FLOAT.
      *
      *reads the next float row, refusing an out-of-sequence file
      *rather than charge one account's held deposits to another .
      *one account may hold many deposits, so an equal key is in
      *order
      *
            READ FLOAT-FILE
                AT END MOVE HIGH-VALUES TO FL-ACCT-NO
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
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
       150-RELEASE-MONTH-TRANS.
      *
      *
       160-READ-MONTH-TRANS.
      *
      *reads the next posted-history record, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 161-READ-ONE-HISTORY-ROW
            PERFORM 161-READ-ONE-HISTORY-ROW
                UNTIL END-OF-SORTED-TRANS OR WK-TYPE NOT = "*"
            IF NOT-END-OF-SORTED-TRANS
                ADD 1 TO WS-TRANS-IN-CNT
            END-IF
            .
      *
       161-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-SORTED-TRANS TO TRUE
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE POSTED-HISTORY-REC TO WS-TRANS-WORK
            .
      *
       170-RELEASE-ONE-TRANS.
      *is performed from 330-statement-compare-rtn . builds one
      *account's statement section : heading, opening balance, each
      *of the month's postings with the running balance pgm52
      *recorded when it applied them, closing balance, and beneath it
      *the deposits still uncollected and the available balance --
      *every line written to the work file under the account's
      *owning customer and under each other party who asked for a
      *copy
      *
            PERFORM 352-GATHER-COPIES
            PERFORM 356-SUM-ACCT-FLOAT
            MOVE "M" TO RM-FUNCTION
            MOVE SM-ACCT-NO TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO SH-ACCT-NO
            MOVE SM-CUST-NAME TO SH-CUST-NAME
            INITIALIZE WS-DATA-HOLD
            MOVE SPACES TO WS-LINE-HOLD
            PERFORM 370-WRITE-STMT-LINE
            MOVE WS-STMT-HEAD-1 TO WS-LINE-HOLD
            MOVE SM-AMOUNT TO WS-LAST-BAL
            MOVE WS-LAST-BAL TO OL-AMOUNT
            MOVE WS-OPEN-LINE TO WS-LINE-HOLD
            MOVE "O" TO WS-KIND-HOLD
            MOVE WS-LAST-BAL TO WS-BAL-HOLD
            PERFORM 370-WRITE-STMT-LINE
            MOVE ZERO TO WS-ACCT-TRANS-CNT
            PERFORM 360-STATEMENT-ONE-TRANS
                UNTIL SR-ACCT-NO NOT = SM-ACCT-NO
            COMPUTE WS-AVAIL-BAL = WS-LAST-BAL - WS-UNCOLL-AMT
            MOVE WS-LAST-BAL TO CL-AMOUNT
            MOVE WS-CLOSE-LINE TO WS-LINE-HOLD
            INITIALIZE WS-DATA-HOLD
            MOVE "C" TO WS-KIND-HOLD
            MOVE WS-LAST-BAL TO WS-BAL-HOLD
            MOVE WS-AVAIL-BAL TO WS-AVAIL-HOLD
            PERFORM 370-WRITE-STMT-LINE
            INITIALIZE WS-DATA-HOLD
            MOVE WS-UNCOLL-AMT TO UL-AMOUNT
            MOVE WS-UNCOLL-LINE TO WS-LINE-HOLD
            PERFORM 370-WRITE-STMT-LINE
            MOVE WS-AVAIL-BAL TO AL-AMOUNT
            MOVE WS-AVAIL-LINE TO WS-LINE-HOLD
            PERFORM 370-WRITE-STMT-LINE
            ADD 1 TO WS-STMT-CNT
            ADD WS-COPY-COUNT TO WS-COPY-STMT-CNT
            PERFORM 320-READ-STMT-MASTER
            .
      *
       352-GATHER-COPIES.
      *
      *walks the relationship file forward to the account in hand
      *(rows for accounts not statemented this run are stepped over)
      *and gathers the parties other than the owning customer who
      *asked for a copy and whose role is in force by the month
      *
            MOVE ZERO TO WS-COPY-COUNT
            PERFORM 140-READ-RELATION
                UNTIL AR-ACCT-NO NOT < SM-ACCT-NO
            PERFORM 354-GATHER-ONE-COPY
                UNTIL AR-ACCT-NO NOT = SM-ACCT-NO
            .
      *
       354-GATHER-ONE-COPY.
      *
      *files one of the account's parties in the copy table when it
      *wants a statement of its own
      *
            IF AR-STMT-COPY = "Y"
                    AND AR-CUST-NO NOT = SM-CUST-NO
                    AND AR-EFF-CCYYMM NOT > PRM-MONTH
                IF WS-COPY-COUNT >= 20
                    MOVE "ACCTREL COPIES EXCEED 20" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-COPY-COUNT
                IF WS-COPY-COUNT > WS-COPY-PEAK
                    MOVE WS-COPY-COUNT TO WS-COPY-PEAK
                END-IF
                SET CP-IDX TO WS-COPY-COUNT
                MOVE AR-CUST-NO TO WS-COPY-CUST(CP-IDX)
            END-IF
            PERFORM 140-READ-RELATION
            .
      *
       356-SUM-ACCT-FLOAT.
      *
      *walks the float file forward to the account in hand (rows for
      *accounts not statemented this run are stepped over) and
      *totals the deposits it still holds
      *
            MOVE ZERO TO WS-UNCOLL-AMT
            PERFORM 145-READ-FLOAT
                UNTIL FL-ACCT-NO NOT < SM-ACCT-NO
            PERFORM 358-SUM-ONE-FLOAT
                UNTIL FL-ACCT-NO NOT = SM-ACCT-NO
            .
      *
       358-SUM-ONE-FLOAT.
      *
      *adds one of the account's held deposits
      *
            ADD FL-AMOUNT TO WS-UNCOLL-AMT
            PERFORM 145-READ-FLOAT
            .
      *
       360-STATEMENT-ONE-TRANS.
      *
            EVALUATE SR-TYPE
                WHEN "D"
                    MOVE "DEBIT" TO DL-TYPE
                WHEN "E"
                    MOVE "PAYMNT" TO DL-TYPE
                WHEN "R"
                    MOVE "REVRSL" TO DL-TYPE
                WHEN "W"
                    MOVE "CHGOFF" TO DL-TYPE
                WHEN OTHER
                    MOVE "CREDIT" TO DL-TYPE
            END-EVALUATE
            MOVE SR-RESULT-BAL TO WS-LAST-BAL
            MOVE WS-LAST-BAL TO DL-BALANCE
            MOVE WS-DETAIL-LINE TO WS-LINE-HOLD
            MOVE "T" TO WS-KIND-HOLD
            MOVE SR-EFF-DATE TO WS-DATE-HOLD
            MOVE SR-TYPE TO WS-TYPE-HOLD
            MOVE SR-AMOUNT TO WS-AMOUNT-HOLD
            MOVE WS-LAST-BAL TO WS-BAL-HOLD
            PERFORM 370-WRITE-STMT-LINE
            ADD 1 TO WS-ACCT-TRANS-CNT
            ADD 1 TO WS-TRANS-USED-CNT
      *
      *writes one statement line to the work file under the account
      *in hand's owning customer, so the second sort can group every
      *account of one customer into a single mailing, and again under
      *each party on the copy list
      *
            MOVE SM-CUST-NO TO SW-CUST-NO
            PERFORM 375-WRITE-WORK-REC
            PERFORM 372-WRITE-COPY-LINE
                VARYING CP-IDX FROM 1 BY 1
                UNTIL CP-IDX > WS-COPY-COUNT
            .
      *
       372-WRITE-COPY-LINE.
      *
      *writes the line in hand under one copy party
      *
            MOVE WS-COPY-CUST(CP-IDX) TO SW-CUST-NO
            PERFORM 375-WRITE-WORK-REC
            .
      *
       375-WRITE-WORK-REC.
      *
      *writes one work record for the customer in sw-cust-no
      *
            MOVE SM-ACCT-NO TO SW-ACCT-NO
            MOVE WS-LINE-HOLD TO SW-LINE
            MOVE WS-KIND-HOLD TO SW-KIND
            MOVE WS-DATE-HOLD TO SW-EFF-DATE
            MOVE WS-TYPE-HOLD TO SW-TYPE
            MOVE WS-AMOUNT-HOLD TO SW-AMOUNT
            MOVE WS-BAL-HOLD TO SW-BALANCE
            MOVE WS-AVAIL-HOLD TO SW-AVAIL-BAL
            WRITE STMT-WORK-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE STMT-WORK" TO WS-ABEND-WHERE
      *is the second sort's output procedure . walks the statement
      *lines in customer order, opening each customer's mailing with
      *the address block from the customer master before that
      *customer's account sections print, or sending it to the
      *e-statement extract, as the customer's preference routes it .
      *the last mailing is closed and the extract's trailer written
      *once the lines run out
      *
            SET NOT-END-OF-SORTED-TRANS TO TRUE
            PERFORM 610-RETURN-NEXT-LINE
            PERFORM 620-PRINT-ONE-LINE
                UNTIL END-OF-SORTED-TRANS
            IF WS-FIRST-CUST-FLAG = "N"
                PERFORM 660-CLOSE-CUSTOMER-MAILING
            END-IF
            PERFORM 690-WRITE-ESTMT-TRAILER
            .
      *
       610-RETURN-NEXT-LINE.
       620-PRINT-ONE-LINE.
      *
      *prints one statement line, opening a new mailing whenever the
      *owning customer changes . the line prints for a paper mailing
      *and, when it carries a balance or a posting, goes to the
      *extract for an electronic one . a customer number lower than
      *the mailing just closed means the customer is being mailed a
      *second time, which the delivery proof counts
      *
            IF WS-FIRST-CUST-FLAG = "Y"
                    OR LSR-CUST-NO NOT = WS-CUR-CUST
                IF WS-FIRST-CUST-FLAG = "N"
                    PERFORM 660-CLOSE-CUSTOMER-MAILING
                    IF LSR-CUST-NO < WS-CUR-CUST
                        ADD 1 TO WS-REPEAT-CNT
                    END-IF
                END-IF
                MOVE LSR-CUST-NO TO WS-CUR-CUST
                MOVE "N" TO WS-FIRST-CUST-FLAG
                PERFORM 630-OPEN-CUSTOMER-MAILING
            END-IF
            IF ROUTE-TO-PAPER
                WRITE REPORT-LINE FROM LSR-LINE
                IF WS-STATUS4 NOT = 00
                    MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            IF ROUTE-TO-ELECTRONIC AND NOT LSR-PRINT-ONLY
                PERFORM 650-WRITE-ESTMT-LINE
            END-IF
            PERFORM 610-RETURN-NEXT-LINE
            .
      *
       630-OPEN-CUSTOMER-MAILING.
      *
      *opens one customer's mailing and routes it : the address
      *block from the customer master, or the hand-handling banner
      *for accounts with no customer on file or a customer number the
      *master does not know . the mail room works from this block, so
      *a gap must be loud, never an empty window envelope . hand-
      *handle mailings always go on paper ; a known customer goes the
      *way the delivery preference says, except that electronic
      *delivery with no e-mail address to send to falls back to paper
      *
            ADD 1 TO WS-CYCLE-CUST-CNT
            MOVE "Y" TO WS-ROUTE-PAPER-FLAG
            MOVE "N" TO WS-ROUTE-ELEC-FLAG
            MOVE "N" TO WS-PRINTED-FLAG
            MOVE "N" TO WS-EXTRACTED-FLAG
            MOVE "N" TO WS-CUST-FOUND-FLAG
            MOVE SPACES TO WS-ROUTE-CUST
            IF WS-CUR-CUST NOT = SPACES
                PERFORM 640-FIND-CUSTOMER
                    VARYING CU-IDX FROM 1 BY 1
                    UNTIL CU-IDX > WS-CUST-COUNT
                        OR CUSTOMER-FOUND
            END-IF
            IF ROUTE-TO-PAPER
                MOVE SPACES TO REPORT-LINE
                PERFORM 645-WRITE-MAILING-LINE
                EVALUATE TRUE
                    WHEN WS-CUR-CUST = SPACES
                        MOVE "** NO CUSTOMER ON FILE - HAND-HANDLE **"
                            TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                    WHEN CUSTOMER-NOT-FOUND
                        MOVE WS-CUR-CUST TO NH-CUST-NO
                        MOVE WS-NOCUST-HEAD TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                    WHEN OTHER
                        MOVE WS-ADDR-HEAD TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                        MOVE WS-ROUTE-ADDR1 TO ADL-TEXT
                        MOVE WS-ADDR-LINE TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                        MOVE WS-ROUTE-ADDR2 TO ADL-TEXT
                        MOVE WS-ADDR-LINE TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                        MOVE WS-ROUTE-ADDR3 TO ADL-TEXT
                        MOVE WS-ADDR-LINE TO REPORT-LINE
                        PERFORM 645-WRITE-MAILING-LINE
                END-EVALUATE
            END-IF
            IF CUSTOMER-FOUND
                ADD 1 TO WS-MAILING-CNT
            ELSE
                ADD 1 TO WS-NO-CUST-CNT
            END-IF
            .
      *
       640-FIND-CUSTOMER.
      *
      *tests one customer-table entry for the mailing in hand and,
      *when it matches, takes its name and sets the route from its
      *delivery preference, keeping its address block for the
      *mailing
      *
            IF WS-CUST-NO(CU-IDX) = WS-CUR-CUST
                SET CUSTOMER-FOUND TO TRUE
                MOVE WS-CUR-CUST TO AH-CUST-NO
                MOVE WS-CUST-NAME(CU-IDX) TO AH-CUST-NAME
                MOVE WS-CUST-NAME(CU-IDX) TO WS-ROUTE-NAME
                MOVE WS-CUST-ADDR1(CU-IDX) TO WS-ROUTE-ADDR1
                MOVE WS-CUST-ADDR2(CU-IDX) TO WS-ROUTE-ADDR2
                MOVE WS-CUST-ADDR3(CU-IDX) TO WS-ROUTE-ADDR3
                MOVE WS-CUST-EMAIL(CU-IDX) TO WS-ROUTE-EMAIL
                EVALUATE TRUE
                    WHEN WS-CUST-DELIVERY(CU-IDX) NOT = "E"
                            AND WS-CUST-DELIVERY(CU-IDX) NOT = "B"
                        CONTINUE
                    WHEN WS-CUST-EMAIL(CU-IDX) = SPACES
                        ADD 1 TO WS-NO-EMAIL-CNT
                    WHEN WS-CUST-DELIVERY(CU-IDX) = "E"
                        MOVE "N" TO WS-ROUTE-PAPER-FLAG
                        MOVE "Y" TO WS-ROUTE-ELEC-FLAG
                    WHEN OTHER
                        MOVE "Y" TO WS-ROUTE-ELEC-FLAG
                END-EVALUATE
            END-IF
            .
      *
       645-WRITE-MAILING-LINE.
      *
      *prints one line of a paper mailing's address block
      *
            WRITE REPORT-LINE
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "Y" TO WS-PRINTED-FLAG
            .
      *
       650-WRITE-ESTMT-LINE.
      *
      *writes one statement line of an electronic mailing to the
      *e-statement extract and adds it into the trailer totals
      *
            MOVE SPACES TO ESTMT-LINE-REC
            MOVE "D" TO ESL-REC-TYPE
            MOVE WS-CUR-CUST TO ESL-CUST-NO
            MOVE WS-ROUTE-NAME TO ESL-CUST-NAME
            MOVE WS-ROUTE-EMAIL TO ESL-EMAIL-ADDR
            MOVE LSR-ACCT-NO TO ESL-ACCT-NO
            MOVE LSR-KIND TO ESL-LINE-KIND
            MOVE LSR-EFF-DATE TO ESL-EFF-DATE
            MOVE LSR-TYPE TO ESL-TYPE
            MOVE LSR-AMOUNT TO ESL-AMOUNT
            MOVE LSR-BALANCE TO ESL-BALANCE
            MOVE LSR-AVAIL-BAL TO ESL-AVAIL-BAL
            WRITE ESTMT-LINE-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE E-STMT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "Y" TO WS-EXTRACTED-FLAG
            ADD 1 TO WS-ES-LINE-CNT
            EVALUATE TRUE
                WHEN LSR-OPENING
                    ADD 1 TO WS-ES-STMT-CNT
                    ADD LSR-BALANCE TO WS-ES-OPEN-TOTAL
                WHEN LSR-TRANSACTION
                    ADD 1 TO WS-ES-TRANS-CNT
                    ADD LSR-AMOUNT TO WS-ES-TRANS-TOTAL
                WHEN OTHER
                    ADD LSR-BALANCE TO WS-ES-CLOSE-TOTAL
            END-EVALUATE
            .
      *
       660-CLOSE-CUSTOMER-MAILING.
      *
      *closes the mailing in hand by counting how it was actually
      *delivered -- from what was printed and extracted, not from the
      *route -- and counting it against the delivery proof when that
      *is not the way it was routed, or when nothing went at all
      *
            EVALUATE TRUE
                WHEN MAILING-PRINTED AND MAILING-EXTRACTED
                    ADD 1 TO WS-BOTH-CNT
                WHEN MAILING-PRINTED
                    ADD 1 TO WS-PAPER-CNT
                WHEN MAILING-EXTRACTED
                    ADD 1 TO WS-ELEC-CNT
                WHEN OTHER
                    ADD 1 TO WS-NO-DELIV-CNT
            END-EVALUATE
            IF WS-PRINTED-FLAG NOT = WS-ROUTE-PAPER-FLAG
                    OR WS-EXTRACTED-FLAG NOT = WS-ROUTE-ELEC-FLAG
                ADD 1 TO WS-MISROUTE-CNT
            END-IF
            .
      *
       690-WRITE-ESTMT-TRAILER.
      *
      *writes the e-statement extract's trailer : customers,
      *statements, lines and postings sent, and the opening, closing
      *and posting totals they carry
      *
            MOVE SPACES TO ESTMT-TRAIL-REC
            MOVE "T" TO EST-REC-TYPE
            COMPUTE EST-CUST-CNT = WS-ELEC-CNT + WS-BOTH-CNT
            MOVE WS-ES-STMT-CNT TO EST-STMT-CNT
            MOVE WS-ES-LINE-CNT TO EST-LINE-CNT
            MOVE WS-ES-TRANS-CNT TO EST-TRANS-CNT
            MOVE WS-ES-OPEN-TOTAL TO EST-OPEN-TOTAL
            MOVE WS-ES-CLOSE-TOTAL TO EST-CLOSE-TOTAL
            MOVE WS-ES-TRANS-TOTAL TO EST-TRANS-TOTAL
            WRITE ESTMT-TRAIL-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE E-STMT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
            WRITE REPORT-LINE
            MOVE "STATEMENT RUN CONTROL PAGE" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE RM-LEVEL-TEXT TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "STATEMENTS PRODUCED " WS-STMT-CNT
                   "  FOR MONTH " PRM-MONTH-X
                   "  HAND-HANDLE " WS-NO-CUST-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "STATEMENT COPIES TO OTHER PARTIES "
                   WS-COPY-STMT-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DELIVERED PAPER " WS-PAPER-CNT
                   "  ELECTRONIC " WS-ELEC-CNT
                   "  BOTH " WS-BOTH-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CUSTOMERS IN CYCLE " WS-CYCLE-CUST-CNT
                   "  NO E-MAIL, SENT ON PAPER " WS-NO-EMAIL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "E-STATEMENTS " WS-ES-STMT-CNT
                   "  EXTRACT LINES " WS-ES-LINE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "STATEMENTS PRODUCED ....: " WS-STMT-CNT
            DISPLAY "CUSTOMER MAILINGS ......: " WS-MAILING-CNT
            DISPLAY "HAND-HANDLE MAILINGS ...: " WS-NO-CUST-CNT
            DISPLAY "COPIES TO OTHER PARTIES : " WS-COPY-STMT-CNT
            DISPLAY "MASTER ACCOUNTS READ ...: " WS-MASTER-CNT
            DISPLAY "POSTINGS READ ..........: " WS-TRANS-IN-CNT
            DISPLAY "POSTINGS STATEMENTED ...: " WS-TRANS-USED-CNT
            DISPLAY "NO-MASTER SKIPPED ......: " WS-ORPHAN-CNT
            DISPLAY "OFF-CYCLE ACCOUNTS .....: " WS-OFF-CYCLE-CNT
            DISPLAY "OFF-CYCLE POSTINGS .....: " WS-OFF-CYC-TR-CNT
            DISPLAY "CUSTOMERS IN CYCLE .....: " WS-CYCLE-CUST-CNT
            DISPLAY "DELIVERED ON PAPER .....: " WS-PAPER-CNT
            DISPLAY "DELIVERED ELECTRONIC ...: " WS-ELEC-CNT
            DISPLAY "DELIVERED BOTH WAYS ....: " WS-BOTH-CNT
            DISPLAY "NO E-MAIL, SENT PAPER ..: " WS-NO-EMAIL-CNT
            DISPLAY "E-STATEMENTS EXTRACTED .: " WS-ES-STMT-CNT
            DISPLAY "EXTRACT LINES ..........: " WS-ES-LINE-CNT
            IF WS-PAPER-CNT + WS-ELEC-CNT + WS-BOTH-CNT
                    = WS-CYCLE-CUST-CNT
                    AND WS-NO-DELIV-CNT = 0
                    AND WS-MISROUTE-CNT = 0
                    AND WS-REPEAT-CNT = 0
                MOVE "RESULT: EVERY CUSTOMER DELIVERED ONCE"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "DELIVERY PROOF .........: PROVED"
            ELSE
                MOVE "RESULT: *** DELIVERY DOES NOT PROVE ***"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "DELIVERY PROOF .........: *** FAILED ***"
                DISPLAY "NOT DELIVERED ..........: " WS-NO-DELIV-CNT
                DISPLAY "NOT AS ROUTED ..........: " WS-MISROUTE-CNT
                DISPLAY "MAILED MORE THAN ONCE ..: " WS-REPEAT-CNT
                MOVE 8 TO RETURN-CODE
            END-IF
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs each in-core table's peak against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the customer table loads once, so its count is its peak ; the
      *copy table reports the most copies any one account needed .
      *the calls leave a return code of their own behind, so the
      *run's -- 8 when delivery did not prove -- is put back after
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM64" TO CAP-PROGRAM
            MOVE "CUSTOMERS" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-CUST-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "STMT COPIES" TO CAP-TABLE
            MOVE 20 TO CAP-CEILING
            MOVE WS-COPY-PEAK TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
            .
      *
       500-CLOSE-RTN.
      *
            CLOSE STMT-MASTER
             PARAM-FILE
             REPORT-FILE
             RELATION-FILE
             E-STMT-FILE
             FLOAT-FILE.
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (CUSTOMER-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (STMT-WORK): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (RELATION-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (E-STMT-FILE): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (FLOAT-FILE): " WS-STATUS9
            DISPLAY "***************************************"
            STOP RUN.
