       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM110.
      *CUSTOMER INQUIRY : PGM67 ANSWERS FOR ONE ACCOUNT NUMBER, BUT THE
      *CALLER AT THE BRANCH GIVES A NAME . THE OPERATOR ENTERS A
      *CUSTOMER NUMBER, OR A NAME OR JUST THE START OF ONE ; A NAME
      *IS LOOKED UP ON THE NAME KEY OF THE INDEXED CUSTOMER MASTER
      *PGM109 BUILDS (CUSTIDX) AND EVERY CUSTOMER WHOSE NAME BEGINS
      *WITH IT IS LISTED TO PICK FROM . FOR THE CUSTOMER CHOSEN THE
      *SCREEN SHOWS THE NAME AND ADDRESS, THEN EVERY ACCOUNT THE
      *CUSTOMER OWNS -- READ ON THE CUSTOMER-NUMBER KEY OF ACCTIDX --
      *WITH ITS PRODUCT, STATUS AND BALANCE, THE HOLDS STILL IN FORCE
      *ON THOSE ACCOUNTS FROM HOLDFILE AND THE STANDING ORDERS STILL
      *LIVE ON THEM FROM STORDMST . THE OPERATOR MAY THEN NAME ONE OF
      *THE ACCOUNTS AND SEE ITS LAST TEN POSTINGS FROM POSTHIST .
      *HOLDFILE, STORDMST AND POSTHIST ARE SEQUENTIAL, SO EACH IS
      *SCANNED FOR THE ONE INQUIRY THE WAY PGM67 SCANS THE CLOSED
      *REGISTER -- NEVER TABLED, SO NO CEILING CAN END THE SESSION .
      *THE ACCOUNT RELATIONSHIP FILE (ACCTREL, MAINTAINED BY PGM114)
      *IS SCANNED THE SAME WAY : ACCOUNTS ON WHICH THE CUSTOMER IS A
      *JOINT OWNER, TRUSTEE, ATTORNEY OR BENEFICIARY ARE LISTED AFTER
      *THE ACCOUNTS THE CUSTOMER OWNS, AND EVERY PARTY TO EVERY
      *ACCOUNT SHOWN IS LISTED WITH ITS ROLE . EACH ACCOUNT SHOWS ITS
      *LEDGER BALANCE AND, NEXT TO IT, WHAT IS AVAILABLE TODAY : THE
      *LEDGER LESS THE DEPOSITS ON THE UNCOLLECTED-FUNDS FILE PGM52
      *LEFT (FLOATFIL) WHOSE AVAILABILITY DATE HAS NOT YET COME .
      *FLOATFIL IS SCANNED PER ACCOUNT THE SAME WAY AS HOLDFILE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CUSTOMER-INDEX ASSIGN TO "CUSTIDX"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CX-CUST-NO
              ALTERNATE RECORD KEY IS CX-CUST-NAME WITH DUPLICATES.
      *
           SELECT INDEXED-MASTER ASSIGN TO "ACCTIDX"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IX-ACCT-NO
              ALTERNATE RECORD KEY IS IX-CUST-NO WITH DUPLICATES.
      *
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ORDER-MASTER ASSIGN TO "STORDMST"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CUSTOMER-INDEX.
      *     MUST STAY IN SYNC WITH PGM109.COB'S CUSTOMER-INDEX-REC
      *     LAYOUT AND KEYS
       01 CUSTOMER-INDEX-REC.
           05 CX-CUST-NO     PIC X(5).
            05 CX-CUST-NAME   PIC X(20).
            05 CX-ADDR-LINE1  PIC X(25).
            05 CX-ADDR-LINE2  PIC X(25).
            05 CX-ADDR-LINE3  PIC X(15).
            05 CX-WHOLD-FLAG  PIC X(1).
            05 CX-DECEASED-FLAG PIC X(1).
            05 CX-DELIVERY-PREF PIC X(1).
            05 CX-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD INDEXED-MASTER.
      *     MUST STAY IN SYNC WITH PGM66.COB'S INDEXED-MASTER-REC
      *     LAYOUT AND KEYS
       01 INDEXED-MASTER-REC.
           05 IX-ACCT-NO COPY ACCTREC.
            05 IX-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 IX-YTD-ACTIVITY PIC 9(9)V99.
            05 IX-NOACT-CNT  PIC 9(3).
            05 IX-CUST-NAME  PIC X(20).
            05 IX-BRANCH     PIC X(3).
            05 IX-PRODUCT    PIC X(2).
            05 IX-OD-LIMIT   PIC 9(7)V99.
            05 IX-CUST-NO    PIC X(5).
            05 IX-STMT-CYCLE PIC X(2).
            05 IX-STATUS     PIC X(1).
            05 IX-NOTICE-STG PIC X(1).
            05 FILLER        PIC X(8).
      *
       FD HOLD-FILE.
      *     MUST STAY IN SYNC WITH PGM100.COB'S HOLD-REC LAYOUT . A
      *     HOLD IS IN FORCE UNTIL ITS EXPIRY DATE PASSES (ZERO NEVER
      *     EXPIRES), AS PGM52 JUDGES IT
       01 HOLD-REC.
           05 HLD-ACCT-NO   PIC X(5).
            05 HLD-TYPE      PIC X(1).
            05 HLD-LIMIT-AMT PIC 9(7)V99.
            05 HLD-PLACED-BY PIC X(4).
            05 HLD-EXPIRY    PIC 9(8).
            05 HLD-PLACED-DATE PIC 9(8).
            05 FILLER        PIC X(45).
      *
       FD ORDER-MASTER.
      *     MUST STAY IN SYNC WITH PGM86.COB'S ORDER-MASTER-REC LAYOUT .
      *     AN ORDER IS LIVE UNLESS PGM101 HAS SUSPENDED IT OR ITS END
      *     DATE HAS PASSED (ZERO IS OPEN-ENDED)
       01 ORDER-MASTER-REC.
           05 SO-ACCT-NO    COPY ACCTREC.
            05 SO-AMOUNT     PIC 9(7)V99.
            05 SO-TYPE       PIC X(1).
            05 SO-XFER-ACCT  PIC X(5).
            05 SO-FREQ       PIC X(1).
            05 SO-NEXT-DUE   PIC 9(8).
            05 SO-END-DATE   PIC 9(8).
            05 SO-STATUS     PIC X(1).
               88 SO-ORDER-SUSPENDED  VALUE "S".
            05 FILLER        PIC X(42).
      *
       FD POSTED-HISTORY.
      *     THE ACCUMULATED POSTED-HISTORY PGM52 APPENDS TO, OLDEST
      *     FIRST . MUST STAY IN SYNC WITH PGM52.COB'S
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
            05 HIS-SOURCE     PIC X(1).
            05 HIS-XFER-ACCT  PIC X(5).
            05 HIS-CYCLE-NO   PIC 9(2).
            05 HIS-ORIG-TYPE  PIC X(1).
            05 FILLER         PIC X(35).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS, SO "IN FORCE" MEANS
      *     WHAT IT MEANT TO LAST NIGHT'S RUN . ABSENT MEANS SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD RELATION-FILE.
      *     THE ACCOUNT RELATIONSHIP FILE . ABSENT MEANS NO ACCOUNT HAS
      *     ANY PARTY BEYOND ITS OWNING CUSTOMER . MUST STAY IN SYNC
      *     WITH PGM114.COB'S RELATION-REC LAYOUT
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
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS FILE PGM52 LEFT LAST NIGHT, ONE ROW
      *     PER DEPOSIT STILL HELD . ABSENT MEANS NOTHING IS HELD . MUST
      *     STAY IN SYNC WITH PGM52.COB'S FLOAT-REC LAYOUT . AS IN
      *     PGM67, A DEPOSIT WHOSE AVAILABILITY DATE HAS COME MAY BE
      *     DRAWN TODAY, THOUGH TONIGHT'S RUN HAS STILL TO RELEASE IT
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
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *TODAY BY THE SYSTEM CLOCK, AGAINST WHICH A DEPOSIT'S
      *AVAILABILITY DATE IS JUDGED, AND THE UNCOLLECTED TOTAL FOR THE
      *ACCOUNT BEING SHOWN
       01 WS-TODAY         PIC 9(8).
       01 WS-UNCOLL-AMT    PIC 9(9)V99.
       01 WS-AVAIL-BAL     PIC S9(9)V99.
      *
       01 WS-CHOICE        PIC X(1) VALUE "Y".
       01 WS-SEARCH-MODE   PIC X(1) VALUE SPACE.
           88 SEARCH-BY-NUMBER    VALUE "C" "c".
           88 SEARCH-BY-NAME      VALUE "N" "n".
       01 WS-INQ-CUST-NO   PIC X(5) VALUE SPACES.
       01 WS-INQ-NAME      PIC X(20) VALUE SPACES.
       01 WS-NAME-LEN      PIC 9(2) VALUE ZERO.
       01 WS-PICK-X        PIC X(2) VALUE SPACES.
       01 WS-PICK REDEFINES WS-PICK-X PIC 9(2).
       01 WS-LINE-NO       PIC 9(2) VALUE ZERO.
       01 WS-HIST-ACCT     PIC X(5) VALUE SPACES.
      *
      *SESSION TOTALS
       01 WS-LOOKUP-CNT    PIC 9(5) VALUE ZERO.
       01 WS-FOUND-CNT     PIC 9(5) VALUE ZERO.
       01 WS-HIST-CNT      PIC 9(5) VALUE ZERO.
      *
      *THE CUSTOMERS WHOSE NAME BEGINS WITH WHAT WAS ENTERED, FOR THE
      *OPERATOR TO PICK FROM . A NAME COMMON ENOUGH TO FILL THE LIST
      *IS ANSWERED WITH THE FIRST 20 AND A REQUEST FOR MORE OF IT
       01 WS-MATCH-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-MATCH-MORE    PIC X(1) VALUE "N".
           88 MORE-MATCHES        VALUE "Y".
       01 WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 20 TIMES
                   INDEXED BY MT-IDX.
               10 WS-MATCH-CUST-NO  PIC X(5).
               10 WS-MATCH-NAME     PIC X(20).
               10 WS-MATCH-ADDR3    PIC X(15).
       01 WS-NAME-EOF-FLAG PIC X(1) VALUE "N".
           88 NAME-SCAN-DONE      VALUE "Y".
      *
      *THE CHOSEN CUSTOMER'S ACCOUNTS, AS READ ON THE CUSTOMER-NUMBER
      *KEY . HOLDS, ORDERS AND THE HISTORY ACCOUNT ARE MATCHED AGAINST
      *THIS LIST, SO ONLY THIS CUSTOMER'S ACCOUNTS ARE EVER SHOWN
       01 WS-ACC-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-ACC-MORE      PIC X(1) VALUE "N".
           88 MORE-ACCOUNTS       VALUE "Y".
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 50 TIMES
                   INDEXED BY AC-IDX.
               10 WS-ACC-NO         PIC X(5).
       01 WS-ACC-EOF-FLAG  PIC X(1) VALUE "N".
           88 ACCOUNT-SCAN-DONE   VALUE "Y".
       01 WS-ACC-HIT-FLAG  PIC X(1) VALUE "N".
           88 ACCOUNT-ON-LIST     VALUE "Y".
           88 ACCOUNT-NOT-ON-LIST VALUE "N".
       01 WS-TEST-ACCT     PIC X(5) VALUE SPACES.
       01 WS-ROW-CNT       PIC 9(5) VALUE ZERO.
      *
      *THE CUSTOMER BEING SHOWN, KEPT APART FROM THE CUSTOMER-INDEX
      *RECORD AREA, WHICH THE PARTY LIST REUSES TO FIND EACH PARTY'S
      *NAME
       01 WS-SHOW-CUST     PIC X(5) VALUE SPACES.
      *
      *THE LAST TEN POSTINGS TO THE HISTORY ACCOUNT : THE SCAN RUNS
      *THE WHOLE FILE, OLDEST FIRST, WRITING EACH MATCH OVER THE
      *OLDEST OF THE TEN SLOTS, SO WHAT IS LEFT AT THE END IS THE
      *LATEST TEN, WS-HT-NEXT POINTING AT THE OLDEST OF THEM
       01 WS-HT-NEXT       PIC 9(2) VALUE 1.
       01 WS-HT-FILLED     PIC 9(2) VALUE ZERO.
       01 WS-HT-SUB        PIC 9(2) VALUE ZERO.
       01 WS-HT-SHOWN      PIC 9(2) VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HT-ENTRY OCCURS 10 TIMES.
               10 WS-HT-RUN-DATE    PIC 9(8).
               10 WS-HT-EFF-DATE    PIC 9(8).
               10 WS-HT-TYPE        PIC X(1).
               10 WS-HT-AMOUNT      PIC 9(7)V99.
               10 WS-HT-RESULT-BAL  PIC S9(7)V99.
               10 WS-HT-SOURCE      PIC X(1).
               10 WS-HT-XFER-ACCT   PIC X(5).
      *
      *SCREEN LINES
       01 WS-MATCH-LINE.
           05 ML-LINE-NO      PIC Z9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 ML-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 ML-NAME         PIC X(20).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 ML-ADDR3        PIC X(15).
      *
       01 WS-ACCOUNT-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 AL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 AL-PRODUCT      PIC X(2).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 AL-BRANCH       PIC X(3).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 AL-STATUS       PIC X(14).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 AL-BALANCE      PIC -ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 AL-AVAIL-BAL    PIC -ZZZZZZ9.99.
      *
       01 WS-HOLD-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 HL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 HL-TYPE         PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 HL-LIMIT        PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 HL-PLACED       PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 HL-EXPIRY       PIC X(8).
      *
       01 WS-ORDER-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-TYPE         PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 OL-FREQ         PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 OL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-XFER-ACCT    PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-NEXT-DUE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-END-DATE     PIC X(8).
      *
       01 WS-PARTY-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 PL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 PL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 PL-NAME         PIC X(20).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 PL-ROLE         PIC X(14).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 PL-EFF-DATE     PIC 9(8).
      *
       01 WS-HISTORY-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-EFF-DATE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-TYPE         PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-RESULT-BAL   PIC -ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-SOURCE       PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TL-XFER-ACCT    PIC X(5).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-INQUIRE-ONE-CUSTOMER
                UNTIL WS-CHOICE = "N" OR WS-CHOICE = "n"
            PERFORM 500-CLOSE-RTN
            DISPLAY "LOOKUPS THIS SESSION ...: " WS-LOOKUP-CNT
            DISPLAY "CUSTOMERS SHOWN ........: " WS-FOUND-CNT
            DISPLAY "HISTORIES SHOWN ........: " WS-HIST-CNT
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens both indexes for keyed
      *reads
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN INPUT CUSTOMER-INDEX
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN CUSTOMER-INDEX" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT INDEXED-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN INDEXED-MASTER" TO WS-ABEND-WHERE
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
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            .
      *
       200-INQUIRE-ONE-CUSTOMER.
      *
      *asks how the caller is to be found, finds the customer by
      *number or by name, shows what the customer holds with us and
      *offers one account's recent postings
      *
            DISPLAY "***************************************"
            DISPLAY "  SEARCH BY (C)USTOMER NUMBER OR (N)AME : "
            ACCEPT WS-SEARCH-MODE
            ADD 1 TO WS-LOOKUP-CNT
            EVALUATE TRUE
                WHEN SEARCH-BY-NUMBER
                    DISPLAY "  ENTER CUSTOMER NUMBER : "
                    ACCEPT WS-INQ-CUST-NO
                    PERFORM 210-SHOW-BY-NUMBER
                WHEN SEARCH-BY-NAME
                    PERFORM 300-SEARCH-BY-NAME
                WHEN OTHER
                    DISPLAY "  ANSWER C OR N"
            END-EVALUATE
            DISPLAY "  ANOTHER INQUIRY ? (Y/N) "
            ACCEPT WS-CHOICE
            .
      *
       210-SHOW-BY-NUMBER.
      *
      *reads the customer in ws-inq-cust-no directly by key and
      *shows it, or says it is not on file
      *
            MOVE WS-INQ-CUST-NO TO CX-CUST-NO
            READ CUSTOMER-INDEX
                KEY IS CX-CUST-NO
                INVALID KEY
                    DISPLAY "  CUSTOMER " WS-INQ-CUST-NO
                            " NOT ON FILE"
                NOT INVALID KEY
                    PERFORM 400-SHOW-CUSTOMER
            END-READ
            .
      *
       300-SEARCH-BY-NAME.
      *
      *finds every customer whose name begins with what the operator
      *typed, in name order on the alternate key . one match is shown
      *straight away ; several are listed for the operator to pick
      *
            DISPLAY "  ENTER NAME OR THE START OF IT : "
            ACCEPT WS-INQ-NAME
            INSPECT WS-INQ-NAME
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            PERFORM 305-STEP-NAME-LENGTH
                VARYING WS-NAME-LEN FROM 20 BY -1
                UNTIL WS-NAME-LEN = 0
                    OR WS-INQ-NAME(WS-NAME-LEN:1) NOT = SPACE
            IF WS-NAME-LEN = 0
                DISPLAY "  NO NAME ENTERED"
            ELSE
                PERFORM 307-FIND-NAME-MATCHES
            END-IF
            .
      *
       305-STEP-NAME-LENGTH.
      *
      *one step of the backward walk to the last character typed
      *
            CONTINUE
            .
      *
       307-FIND-NAME-MATCHES.
      *
      *starts the name key at what was typed and gathers the
      *customers whose name begins with it
      *
            MOVE ZERO TO WS-MATCH-COUNT
            MOVE "N" TO WS-MATCH-MORE
            MOVE "N" TO WS-NAME-EOF-FLAG
            MOVE WS-INQ-NAME TO CX-CUST-NAME
            START CUSTOMER-INDEX
                KEY IS NOT LESS THAN CX-CUST-NAME
                INVALID KEY
                    SET NAME-SCAN-DONE TO TRUE
            END-START
            PERFORM 310-READ-NEXT-NAME
                UNTIL NAME-SCAN-DONE
            EVALUATE TRUE
                WHEN WS-MATCH-COUNT = 0
                    DISPLAY "  NO CUSTOMER NAME BEGINS "
                            WS-INQ-NAME(1:WS-NAME-LEN)
                WHEN WS-MATCH-COUNT = 1
                    MOVE WS-MATCH-CUST-NO(1) TO WS-INQ-CUST-NO
                    PERFORM 210-SHOW-BY-NUMBER
                WHEN OTHER
                    PERFORM 320-PICK-FROM-MATCHES
            END-EVALUATE
            .
      *
       310-READ-NEXT-NAME.
      *
      *reads the next customer in name order and files it while the
      *name still begins with what was typed
      *
            READ CUSTOMER-INDEX NEXT RECORD
                AT END
                    SET NAME-SCAN-DONE TO TRUE
            END-READ
            IF NOT NAME-SCAN-DONE
                IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 02
                    MOVE "READ NEXT CUSTOMER-INDEX" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                IF CX-CUST-NAME(1:WS-NAME-LEN) NOT =
                        WS-INQ-NAME(1:WS-NAME-LEN)
                    SET NAME-SCAN-DONE TO TRUE
                ELSE
                    IF WS-MATCH-COUNT >= 20
                        SET MORE-MATCHES TO TRUE
                        SET NAME-SCAN-DONE TO TRUE
                    ELSE
                        ADD 1 TO WS-MATCH-COUNT
                        SET MT-IDX TO WS-MATCH-COUNT
                        MOVE CX-CUST-NO TO WS-MATCH-CUST-NO(MT-IDX)
                        MOVE CX-CUST-NAME TO WS-MATCH-NAME(MT-IDX)
                        MOVE CX-ADDR-LINE3 TO WS-MATCH-ADDR3(MT-IDX)
                    END-IF
                END-IF
            END-IF
            .
      *
       320-PICK-FROM-MATCHES.
      *
      *lists the matching customers with their town to tell them
      *apart and shows the one the operator picks
      *
            DISPLAY "  CUSTOMERS WHOSE NAME BEGINS "
                    WS-INQ-NAME(1:WS-NAME-LEN) " :"
            PERFORM 325-SHOW-ONE-MATCH
                VARYING MT-IDX FROM 1 BY 1
                UNTIL MT-IDX > WS-MATCH-COUNT
            IF MORE-MATCHES
                DISPLAY "  MORE NAMES MATCH -- ENTER MORE OF THE NAME"
            END-IF
            DISPLAY "  ENTER LINE NUMBER TO SHOW (BLANK = NONE) : "
            MOVE SPACES TO WS-PICK-X
            ACCEPT WS-PICK-X
            IF WS-PICK-X(2:1) = SPACE AND WS-PICK-X(1:1) NOT = SPACE
                MOVE WS-PICK-X(1:1) TO WS-PICK-X(2:1)
                MOVE "0" TO WS-PICK-X(1:1)
            END-IF
            EVALUATE TRUE
                WHEN WS-PICK-X = SPACES
                    CONTINUE
                WHEN WS-PICK-X NOT NUMERIC
                    DISPLAY "  NO SUCH LINE"
                WHEN WS-PICK = 0 OR WS-PICK > WS-MATCH-COUNT
                    DISPLAY "  NO SUCH LINE"
                WHEN OTHER
                    MOVE WS-MATCH-CUST-NO(WS-PICK) TO WS-INQ-CUST-NO
                    PERFORM 210-SHOW-BY-NUMBER
            END-EVALUATE
            .
      *
       325-SHOW-ONE-MATCH.
      *
      *shows one matching customer as a numbered line
      *
            SET WS-LINE-NO TO MT-IDX
            MOVE WS-LINE-NO TO ML-LINE-NO
            MOVE WS-MATCH-CUST-NO(MT-IDX) TO ML-CUST-NO
            MOVE WS-MATCH-NAME(MT-IDX) TO ML-NAME
            MOVE WS-MATCH-ADDR3(MT-IDX) TO ML-ADDR3
            DISPLAY WS-MATCH-LINE
            .
      *
       400-SHOW-CUSTOMER.
      *
      *shows the customer just read, every account the customer
      *owns, the holds and standing orders in force on them, and
      *offers one account's last ten postings
      *
            ADD 1 TO WS-FOUND-CNT
            DISPLAY "  CUSTOMER .......: " CX-CUST-NO
            DISPLAY "  NAME ...........: " CX-CUST-NAME
            DISPLAY "  ADDRESS ........: " CX-ADDR-LINE1
            DISPLAY "                    " CX-ADDR-LINE2
            DISPLAY "                    " CX-ADDR-LINE3
            EVALUATE CX-DELIVERY-PREF
                WHEN "E"
                    DISPLAY "  STATEMENTS .....: ELECTRONIC"
                WHEN "B"
                    DISPLAY "  STATEMENTS .....: PAPER AND ELECTRONIC"
                WHEN OTHER
                    DISPLAY "  STATEMENTS .....: PAPER"
            END-EVALUATE
            IF CX-EMAIL-ADDR NOT = SPACES
                DISPLAY "  E-MAIL .........: " CX-EMAIL-ADDR
            END-IF
            IF CX-DECEASED-FLAG = "D"
                DISPLAY "  ** CUSTOMER FLAGGED DECEASED **"
            END-IF
            MOVE CX-CUST-NO TO WS-SHOW-CUST
            PERFORM 410-LIST-ACCOUNTS
            PERFORM 432-LIST-PARTY-ACCOUNTS
            IF WS-ACC-COUNT = 0
                DISPLAY "  NO OPEN ACCOUNTS"
            ELSE
                PERFORM 436-LIST-PARTIES
                PERFORM 450-LIST-HOLDS
                PERFORM 470-LIST-ORDERS
                PERFORM 405-OFFER-HISTORY
            END-IF
            .
      *
       405-OFFER-HISTORY.
      *
      *asks for one of the customer's accounts and shows its last
      *ten postings
      *
            DISPLAY "  ACCOUNT FOR LAST TEN POSTINGS (BLANK = NONE) : "
            MOVE SPACES TO WS-HIST-ACCT
            ACCEPT WS-HIST-ACCT
            IF WS-HIST-ACCT NOT = SPACES
                MOVE WS-HIST-ACCT TO WS-TEST-ACCT
                PERFORM 440-TEST-ACCOUNT-ON-LIST
                IF ACCOUNT-ON-LIST
                    PERFORM 490-SHOW-LAST-POSTINGS
                ELSE
                    DISPLAY "  " WS-HIST-ACCT
                            " IS NOT ONE OF THIS CUSTOMER'S ACCOUNTS"
                END-IF
            END-IF
            .
      *
       410-LIST-ACCOUNTS.
      *
      *reads every account on the customer-number key of the
      *indexed master, showing each and keeping its number for the
      *hold, order and history matches
      *
            MOVE ZERO TO WS-ACC-COUNT
            MOVE "N" TO WS-ACC-MORE
            MOVE "N" TO WS-ACC-EOF-FLAG
            MOVE CX-CUST-NO TO IX-CUST-NO
            START INDEXED-MASTER
                KEY IS EQUAL TO IX-CUST-NO
                INVALID KEY
                    SET ACCOUNT-SCAN-DONE TO TRUE
            END-START
            IF NOT ACCOUNT-SCAN-DONE
                DISPLAY "  ACCOUNTS :"
                DISPLAY "  ACCT   PR  BR   STATUS               LEDGER"
                        "   AVAILABLE"
            END-IF
            PERFORM 420-READ-NEXT-ACCOUNT
                UNTIL ACCOUNT-SCAN-DONE
            IF MORE-ACCOUNTS
                DISPLAY "  FIRST 50 ACCOUNTS SHOWN"
            END-IF
            .
      *
       420-READ-NEXT-ACCOUNT.
      *
      *reads the next account in customer-number order and shows it
      *while it still belongs to the customer
      *
            READ INDEXED-MASTER NEXT RECORD
                AT END
                    SET ACCOUNT-SCAN-DONE TO TRUE
            END-READ
            IF NOT ACCOUNT-SCAN-DONE
                IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 02
                    MOVE "READ NEXT INDEXED-MASTER" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                IF IX-CUST-NO NOT = CX-CUST-NO
                    SET ACCOUNT-SCAN-DONE TO TRUE
                ELSE
                    IF WS-ACC-COUNT >= 50
                        SET MORE-ACCOUNTS TO TRUE
                        SET ACCOUNT-SCAN-DONE TO TRUE
                    ELSE
                        ADD 1 TO WS-ACC-COUNT
                        SET AC-IDX TO WS-ACC-COUNT
                        MOVE IX-ACCT-NO TO WS-ACC-NO(AC-IDX)
                        PERFORM 430-SHOW-ONE-ACCOUNT
                    END-IF
                END-IF
            END-IF
            .
      *
       430-SHOW-ONE-ACCOUNT.
      *
      *shows one account with its lifecycle status spelled out
      *
            MOVE IX-ACCT-NO TO AL-ACCT-NO
            MOVE IX-PRODUCT TO AL-PRODUCT
            MOVE IX-BRANCH TO AL-BRANCH
            EVALUATE IX-STATUS
                WHEN SPACE
                WHEN "A"
                    MOVE "ACTIVE" TO AL-STATUS
                WHEN "D"
                    MOVE "DORMANT" TO AL-STATUS
                WHEN "B"
                    MOVE "BLOCKED" TO AL-STATUS
                WHEN "P"
                    MOVE "ESCHEAT-PEND" TO AL-STATUS
                WHEN OTHER
                    MOVE "UNKNOWN" TO AL-STATUS
            END-EVALUATE
            MOVE IX-AMOUNT TO AL-BALANCE
            PERFORM 431-SUM-ACCT-FLOAT
            COMPUTE WS-AVAIL-BAL = IX-AMOUNT - WS-UNCOLL-AMT
            MOVE WS-AVAIL-BAL TO AL-AVAIL-BAL
            DISPLAY WS-ACCOUNT-LINE
            .
      *
       431-SUM-ACCT-FLOAT.
      *
      *scans the uncollected-funds file for the account being shown
      *and totals its deposits not yet available . an absent file
      *means nothing is held
      *
            MOVE ZERO TO WS-UNCOLL-AMT
            OPEN INPUT FLOAT-FILE
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 435-SCAN-ONE-FLOAT
                UNTIL WS-STATUS8 NOT = 00
            CLOSE FLOAT-FILE
            .
      *
       435-SCAN-ONE-FLOAT.
      *
      *reads one held deposit and adds it in when it is on the
      *account being shown and not yet available
      *
            READ FLOAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF FL-ACCT-NO = IX-ACCT-NO
                            AND FL-AVAIL-DATE > WS-TODAY
                        ADD FL-AMOUNT TO WS-UNCOLL-AMT
                    END-IF
            END-READ
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 10
                MOVE "READ FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       432-LIST-PARTY-ACCOUNTS.
      *
      *scans the relationship file for the accounts on which the
      *customer is a party without owning them, reads each one on
      *the account key of the indexed master, shows it and adds it
      *to the list . a row for an account no longer open is passed
      *over . an absent file means no such accounts
      *
            MOVE ZERO TO WS-ROW-CNT
            OPEN INPUT RELATION-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 433-SCAN-ONE-RELATION
                UNTIL WS-STATUS7 NOT = 00
            CLOSE RELATION-FILE
            .
      *
       433-SCAN-ONE-RELATION.
      *
      *reads one relationship row and, when it names the customer on
      *an account not yet listed, shows that account
      *
            READ RELATION-FILE
                AT END CONTINUE
                NOT AT END
                    IF AR-CUST-NO = WS-SHOW-CUST
                        MOVE AR-ACCT-NO TO WS-TEST-ACCT
                        PERFORM 440-TEST-ACCOUNT-ON-LIST
                        IF ACCOUNT-NOT-ON-LIST
                            PERFORM 434-SHOW-PARTY-ACCOUNT
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 10
                MOVE "READ RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       434-SHOW-PARTY-ACCOUNT.
      *
      *reads the account the customer is a party to and shows it
      *under its own heading
      *
            MOVE AR-ACCT-NO TO IX-ACCT-NO
            READ INDEXED-MASTER
                KEY IS IX-ACCT-NO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-ACC-COUNT >= 50
                        SET MORE-ACCOUNTS TO TRUE
                    ELSE
                        IF WS-ROW-CNT = 0
                            DISPLAY "  ACCOUNTS AS A PARTY :"
                            DISPLAY "  ACCT   PR  BR   STATUS"
                                    "               LEDGER   AVAILABLE"
                        END-IF
                        ADD 1 TO WS-ROW-CNT
                        ADD 1 TO WS-ACC-COUNT
                        SET AC-IDX TO WS-ACC-COUNT
                        MOVE IX-ACCT-NO TO WS-ACC-NO(AC-IDX)
                        PERFORM 430-SHOW-ONE-ACCOUNT
                    END-IF
            END-READ
            .
      *
       436-LIST-PARTIES.
      *
      *scans the relationship file again and shows every party to
      *each listed account, with its role and the date it took
      *effect . accounts with no rows have only their owning
      *customer, already shown above
      *
            MOVE ZERO TO WS-ROW-CNT
            OPEN INPUT RELATION-FILE
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 437-SCAN-ONE-PARTY
                UNTIL WS-STATUS7 NOT = 00
            CLOSE RELATION-FILE
            .
      *
       437-SCAN-ONE-PARTY.
      *
      *reads one relationship row and shows it when its account is
      *on the list
      *
            READ RELATION-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE AR-ACCT-NO TO WS-TEST-ACCT
                    PERFORM 440-TEST-ACCOUNT-ON-LIST
                    IF ACCOUNT-ON-LIST
                        PERFORM 438-SHOW-ONE-PARTY
                    END-IF
            END-READ
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 10
                MOVE "READ RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       438-SHOW-ONE-PARTY.
      *
      *shows one party with its role spelled out and its name from
      *the customer index
      *
            IF WS-ROW-CNT = 0
                DISPLAY "  PARTIES TO THESE ACCOUNTS :"
                DISPLAY "  ACCT   CUST   NAME                  ROLE"
                        "           EFFECTIVE"
            END-IF
            ADD 1 TO WS-ROW-CNT
            MOVE AR-ACCT-NO TO PL-ACCT-NO
            MOVE AR-CUST-NO TO PL-CUST-NO
            MOVE AR-CUST-NO TO CX-CUST-NO
            READ CUSTOMER-INDEX
                KEY IS CX-CUST-NO
                INVALID KEY
                    MOVE "*NOT ON CUSTMSTR*" TO PL-NAME
                NOT INVALID KEY
                    MOVE CX-CUST-NAME TO PL-NAME
                    IF CX-DECEASED-FLAG = "D"
                        MOVE "(DECEASED)" TO PL-NAME(11:10)
                    END-IF
            END-READ
            EVALUATE AR-ROLE
                WHEN "P"
                    MOVE "PRIMARY" TO PL-ROLE
                WHEN "J"
                    MOVE "JOINT" TO PL-ROLE
                WHEN "T"
                    MOVE "TRUSTEE" TO PL-ROLE
                WHEN "A"
                    MOVE "POWER OF ATTY" TO PL-ROLE
                WHEN "B"
                    MOVE "BENEFICIARY" TO PL-ROLE
                WHEN OTHER
                    MOVE "UNKNOWN" TO PL-ROLE
            END-EVALUATE
            MOVE AR-EFF-DATE TO PL-EFF-DATE
            DISPLAY WS-PARTY-LINE
            .
      *
       440-TEST-ACCOUNT-ON-LIST.
      *
      *tells whether ws-test-acct is one of the customer's accounts
      *
            SET ACCOUNT-NOT-ON-LIST TO TRUE
            PERFORM 445-TEST-ONE-ACCOUNT
                VARYING AC-IDX FROM 1 BY 1
                UNTIL AC-IDX > WS-ACC-COUNT
                    OR ACCOUNT-ON-LIST
            .
      *
       445-TEST-ONE-ACCOUNT.
      *
      *tests one listed account against ws-test-acct
      *
            IF WS-ACC-NO(AC-IDX) = WS-TEST-ACCT
                SET ACCOUNT-ON-LIST TO TRUE
            END-IF
            .
      *
       450-LIST-HOLDS.
      *
      *scans the hold file for holds still in force on any of the
      *customer's accounts . an absent file means no holds
      *
            MOVE ZERO TO WS-ROW-CNT
            OPEN INPUT HOLD-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 455-SCAN-ONE-HOLD
                UNTIL WS-STATUS3 NOT = 00
            CLOSE HOLD-FILE
            IF WS-ROW-CNT = 0
                DISPLAY "  NO HOLDS IN FORCE"
            END-IF
            .
      *
       455-SCAN-ONE-HOLD.
      *
      *reads one hold and shows it when it is in force on one of
      *the customer's accounts
      *
            READ HOLD-FILE
                AT END CONTINUE
                NOT AT END
                    IF HLD-EXPIRY = 0
                            OR HLD-EXPIRY NOT < WS-RUN-DATE
                        MOVE HLD-ACCT-NO TO WS-TEST-ACCT
                        PERFORM 440-TEST-ACCOUNT-ON-LIST
                        IF ACCOUNT-ON-LIST
                            PERFORM 460-SHOW-ONE-HOLD
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       460-SHOW-ONE-HOLD.
      *
      *shows one hold in force
      *
            IF WS-ROW-CNT = 0
                DISPLAY "  HOLDS IN FORCE :"
                DISPLAY "  ACCT   TYPE               LIMIT  PLACED"
                        "    EXPIRES"
            END-IF
            ADD 1 TO WS-ROW-CNT
            MOVE HLD-ACCT-NO TO HL-ACCT-NO
            IF HLD-TYPE = "F"
                MOVE "FULL STOP" TO HL-TYPE
            ELSE
                MOVE "AMOUNT LIMIT" TO HL-TYPE
            END-IF
            MOVE HLD-LIMIT-AMT TO HL-LIMIT
            MOVE HLD-PLACED-DATE TO HL-PLACED
            IF HLD-EXPIRY = 0
                MOVE "NONE" TO HL-EXPIRY
            ELSE
                MOVE HLD-EXPIRY TO HL-EXPIRY
            END-IF
            DISPLAY WS-HOLD-LINE
            .
      *
       470-LIST-ORDERS.
      *
      *scans the standing-order master for orders still live on any
      *of the customer's accounts . an absent file means no orders
      *
            MOVE ZERO TO WS-ROW-CNT
            OPEN INPUT ORDER-MASTER
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN ORDER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 475-SCAN-ONE-ORDER
                UNTIL WS-STATUS4 NOT = 00
            CLOSE ORDER-MASTER
            IF WS-ROW-CNT = 0
                DISPLAY "  NO STANDING ORDERS"
            END-IF
            .
      *
       475-SCAN-ONE-ORDER.
      *
      *reads one order and shows it when it is live on one of the
      *customer's accounts
      *
            READ ORDER-MASTER
                AT END CONTINUE
                NOT AT END
                    IF NOT SO-ORDER-SUSPENDED
                            AND (SO-END-DATE = 0
                                OR SO-END-DATE NOT < WS-RUN-DATE)
                        MOVE SO-ACCT-NO TO WS-TEST-ACCT
                        PERFORM 440-TEST-ACCOUNT-ON-LIST
                        IF ACCOUNT-ON-LIST
                            PERFORM 480-SHOW-ONE-ORDER
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ ORDER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       480-SHOW-ONE-ORDER.
      *
      *shows one live standing order
      *
            IF WS-ROW-CNT = 0
                DISPLAY "  STANDING ORDERS :"
                DISPLAY "  ACCT   T F      AMOUNT  TO-AC  NEXT DUE"
                        "  ENDS"
            END-IF
            ADD 1 TO WS-ROW-CNT
            MOVE SO-ACCT-NO TO OL-ACCT-NO
            MOVE SO-TYPE TO OL-TYPE
            MOVE SO-FREQ TO OL-FREQ
            MOVE SO-AMOUNT TO OL-AMOUNT
            MOVE SO-XFER-ACCT TO OL-XFER-ACCT
            MOVE SO-NEXT-DUE TO OL-NEXT-DUE
            IF SO-END-DATE = 0
                MOVE "OPEN" TO OL-END-DATE
            ELSE
                MOVE SO-END-DATE TO OL-END-DATE
            END-IF
            DISPLAY WS-ORDER-LINE
            .
      *
       490-SHOW-LAST-POSTINGS.
      *
      *scans the posted history for the chosen account and shows the
      *latest ten postings to it, oldest first
      *
            ADD 1 TO WS-HIST-CNT
            MOVE 1 TO WS-HT-NEXT
            MOVE ZERO TO WS-HT-FILLED
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 492-SCAN-ONE-POSTING
                UNTIL WS-STATUS5 NOT = 00
            CLOSE POSTED-HISTORY
            IF WS-HT-FILLED = 0
                DISPLAY "  NO POSTINGS ON FILE FOR " WS-HIST-ACCT
            ELSE
                DISPLAY "  LAST POSTINGS TO " WS-HIST-ACCT " :"
                DISPLAY "  POSTED    EFFECTIVE T      AMOUNT"
                        "      BALANCE  S XFER"
                IF WS-HT-FILLED < 10
                    MOVE 1 TO WS-HT-SUB
                ELSE
                    MOVE WS-HT-NEXT TO WS-HT-SUB
                END-IF
                PERFORM 496-SHOW-ONE-POSTING
                    VARYING WS-HT-SHOWN FROM 1 BY 1
                    UNTIL WS-HT-SHOWN > WS-HT-FILLED
            END-IF
            .
      *
       492-SCAN-ONE-POSTING.
      *
      *reads one history row and keeps it over the oldest of the ten
      *slots when it is for the chosen account
      *
            READ POSTED-HISTORY
                AT END CONTINUE
                NOT AT END
                    IF HIS-ACCT-NO = WS-HIST-ACCT
                            AND HIS-TYPE NOT = "*"
                        PERFORM 494-KEEP-ONE-POSTING
                    END-IF
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       494-KEEP-ONE-POSTING.
      *
      *files one posting in the next slot, wrapping after the tenth
      *
            MOVE HIS-RUN-DATE TO WS-HT-RUN-DATE(WS-HT-NEXT)
            MOVE HIS-EFF-DATE TO WS-HT-EFF-DATE(WS-HT-NEXT)
            MOVE HIS-TYPE TO WS-HT-TYPE(WS-HT-NEXT)
            MOVE HIS-AMOUNT TO WS-HT-AMOUNT(WS-HT-NEXT)
            MOVE HIS-RESULT-BAL TO WS-HT-RESULT-BAL(WS-HT-NEXT)
            MOVE HIS-SOURCE TO WS-HT-SOURCE(WS-HT-NEXT)
            MOVE HIS-XFER-ACCT TO WS-HT-XFER-ACCT(WS-HT-NEXT)
            ADD 1 TO WS-HT-NEXT
            IF WS-HT-NEXT > 10
                MOVE 1 TO WS-HT-NEXT
            END-IF
            IF WS-HT-FILLED < 10
                ADD 1 TO WS-HT-FILLED
            END-IF
            .
      *
       496-SHOW-ONE-POSTING.
      *
      *shows the kept posting at ws-ht-sub and steps to the next,
      *wrapping after the tenth
      *
            MOVE WS-HT-RUN-DATE(WS-HT-SUB) TO TL-RUN-DATE
            MOVE WS-HT-EFF-DATE(WS-HT-SUB) TO TL-EFF-DATE
            MOVE WS-HT-TYPE(WS-HT-SUB) TO TL-TYPE
            MOVE WS-HT-AMOUNT(WS-HT-SUB) TO TL-AMOUNT
            MOVE WS-HT-RESULT-BAL(WS-HT-SUB) TO TL-RESULT-BAL
            MOVE WS-HT-SOURCE(WS-HT-SUB) TO TL-SOURCE
            MOVE WS-HT-XFER-ACCT(WS-HT-SUB) TO TL-XFER-ACCT
            DISPLAY WS-HISTORY-LINE
            ADD 1 TO WS-HT-SUB
            IF WS-HT-SUB > 10
                MOVE 1 TO WS-HT-SUB
            END-IF
            .
      *
       500-CLOSE-RTN.
      *
      *closes both indexes
      *
            CLOSE CUSTOMER-INDEX
             INDEXED-MASTER
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status instead of answering
      *inquiries from a file that never opened
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM110 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (CUSTOMER-INDEX): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (INDEXED-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (HOLD-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (ORDER-MASTER): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (POSTED-HISTORY): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (DATE-CARD): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (RELATION-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (FLOAT-FILE): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
