       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM117.
      *INWARD CLEARING : CHEQUES DRAWN ON OUR CUSTOMERS AND PRESENTED
      *THROUGH THE CLEARING HOUSE USED TO BE KEYED INTO BRANCH
      *BATCHES AND WORKED LIKE COUNTER WORK, AND THE ITEMS WE SHOULD
      *REFUSE WERE RETURNED BY TELEPHONE . THIS RUN READS THE CLEARING
      *HOUSE'S PRESENTMENT FILE (INWCLR : A HEADER, ONE DETAIL PER
      *CHEQUE, A TRAILER CARRYING THE ITEM COUNT AND TOTAL, WHICH
      *MUST AGREE WITH THE DETAILS OR NOTHING IS DECIDED), SORTS THE
      *ITEMS BY ACCOUNT KEEPING THEIR PRESENTMENT ORDER, AND DECIDES
      *EACH ONE AGAINST THE ACCOUNT AS THE PGM50 VERIFICATION
      *RETURNS IT :
      *  - AN ACCOUNT PGM50 DOES NOT KNOW IS RETURNED "ACCOUNT
      *    CLOSED" WHEN CLOSEREG HAS IT, ELSE "UNKNOWN ACCOUNT" ;
      *  - A BLOCKED ACCOUNT, ONE UNDER A FULL STOP ON HOLDFILE, OR
      *    AN ITEM OVER AN AMOUNT-LIMITED HOLD'S LIMIT IS RETURNED
      *    "PAYMENT STOPPED" (THE SAME HOLDS, EXPIRED ONES IGNORED,
      *    THAT PGM52 WOULD SUSPEND THE DEBIT FOR) ;
      *  - AN ITEM OVER THE AVAILABLE BALANCE -- THE VERIFIED
      *    BALANCE PLUS THE OVERDRAFT LIMIT, LESS THE ITEMS ALREADY
      *    PAID ON THE ACCOUNT FROM THIS FILE -- IS RETURNED
      *    "INSUFFICIENT FUNDS" ;
      *  - EVERY OTHER ITEM IS PAID : AN ORDINARY "D" DEBIT IS
      *    WRITTEN TO INWTRN, WHICH THE NEXT PGM74 GATEWAY RUN FEEDS
      *    INTO TRANFILE UNDER SOURCE "I" .
      *EACH RETURNED ITEM GOES BACK TO THE CLEARING HOUSE ON INWRTN,
      *IN ITS OWN FORMAT WITH A RETURN REASON CODE, UNDER A HEADER
      *AND A TRAILER OF ITS OWN . THE REGISTER LISTS EVERY ITEM AND
      *ITS DECISION AND ENDS WITH THE SETTLEMENT PROOF : PRESENTED
      *MUST EQUAL PAID PLUS RETURNED, IN COUNT AND AMOUNT, OR THE
      *RUN ENDS NON-ZERO AND THE RETURNS ARE NOT TRANSMITTED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "INWCLR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CLOSED-REGISTER ASSIGN TO "CLOSEREG"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PAID-TRANS-FILE ASSIGN TO "INWTRN"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RETURNS-FILE ASSIGN TO "INWRTN"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "INWRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CLEARING-FILE.
      *     THE CLEARING HOUSE'S PRESENTMENT FILE, IN ITS OWN FORMAT :
      *     ONE "H" HEADER, ONE "D" DETAIL PER CHEQUE PRESENTED, ONE
      *     "T" TRAILER . CH-RETURN-CODE IS BLANK ON A PRESENTMENT
       01 CLEARING-REC.
           05 CH-REC-TYPE    PIC X(1).
               88 CH-HEADER      VALUE "H".
               88 CH-DETAIL      VALUE "D".
               88 CH-TRAILER     VALUE "T".
            05 CH-BODY        PIC X(79).
            05 CH-HEADER-BODY REDEFINES CH-BODY.
               10 CH-SETTLE-DATE-X PIC X(8).
               10 CH-SETTLE-DATE REDEFINES CH-SETTLE-DATE-X
                                   PIC 9(8).
               10 CH-SENDER-ID     PIC X(6).
               10 CH-RECEIVER-ID   PIC X(6).
               10 FILLER           PIC X(59).
            05 CH-DETAIL-BODY REDEFINES CH-BODY.
               10 CH-ITEM-SEQ      PIC X(8).
               10 CH-PRESENTER-ID  PIC X(6).
               10 CH-CHEQUE-NO     PIC X(8).
               10 CH-ACCT-NO       PIC X(5).
               10 CH-AMOUNT-X      PIC X(9).
               10 CH-AMOUNT REDEFINES CH-AMOUNT-X PIC 9(7)V99.
               10 CH-RETURN-CODE   PIC X(2).
               10 FILLER           PIC X(41).
            05 CH-TRAILER-BODY REDEFINES CH-BODY.
               10 CH-ITEM-COUNT-X  PIC X(7).
               10 CH-ITEM-COUNT REDEFINES CH-ITEM-COUNT-X
                                   PIC 9(7).
               10 CH-ITEM-TOTAL-X  PIC X(13).
               10 CH-ITEM-TOTAL REDEFINES CH-ITEM-TOTAL-X
                                   PIC 9(11)V99.
               10 FILLER           PIC X(59).
      *
       FD HOLD-FILE.
      *     STOP-PAYMENTS AND HOLDS PLACED BY THE BRANCHES . MUST
      *     STAY IN SYNC WITH PGM52.COB'S HOLD-REC LAYOUT . A FULL
      *     STOP ("F") REFUSES EVERY ITEM ON THE ACCOUNT, AN AMOUNT-
      *     LIMITED HOLD ("A") ANY ITEM OVER ITS LIMIT . ABSENT FILE
      *     MEANS NO HOLDS, AS IT DOES TO PGM52
       01 HOLD-REC.
           05 HLD-ACCT-NO   PIC X(5).
            05 HLD-TYPE      PIC X(1).
            05 HLD-LIMIT-AMT PIC 9(7)V99.
            05 HLD-PLACED-BY PIC X(4).
            05 HLD-EXPIRY    PIC 9(8).
            05 HLD-PLACED-DATE PIC 9(8).
            05 FILLER        PIC X(45).
      *
       FD CLOSED-REGISTER.
      *     THE PERMANENT CLOSED-ACCOUNT REGISTER PGM52 APPENDS TO .
      *     MUST STAY IN SYNC WITH PGM52.COB'S CLOSED-REGISTER-REC
      *     LAYOUT . AN ACCOUNT THE VERIFICATION DOES NOT KNOW IS
      *     LOOKED UP HERE, AS PGM67 DOES, SO A CHEQUE ON A CLOSED
      *     ACCOUNT IS RETURNED FOR THAT REASON
       01 CLOSED-REGISTER-REC.
           05 CLO-ACCT-NO    PIC X(5).
            05 CLO-FINAL-BAL  PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 CLO-CLOSE-DATE PIC 9(8).
            05 CLO-BRANCH     PIC X(3).
            05 CLO-CUST-NAME  PIC X(20).
            05 CLO-PRODUCT    PIC X(2).
            05 FILLER         PIC X(32).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PAID-TRANS-FILE.
      *     ONE "D" DEBIT PER CHEQUE PAID, FOR THE PGM74 GATEWAY
      *     (SOURCE "I") . MUST STAY IN SYNC WITH PGM52.COB'S
      *     TRANS-REC LAYOUT . THE BLANK BRANCH KEEPS CLEARING ITEMS
      *     OUT OF THE BRANCHES' COUNTER FIGURES ON PGM77
       01 PAID-TRANS-REC.
           05 PT-ACCT-NO    COPY ACCTREC.
            05 PT-AMOUNT     PIC 9(7)V99.
            05 PT-TYPE       PIC X(1).
            05 PT-EFF-DATE   PIC 9(8).
            05 PT-ORIG-TYPE  PIC X(1).
            05 PT-ORIG-DATE  PIC 9(8).
            05 PT-BRANCH-ID  PIC X(3).
            05 PT-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(61).
      *
       FD RETURNS-FILE.
      *     THE RETURNS FILE FOR THE CLEARING HOUSE, IN THE SAME
      *     FORMAT AS CLEARING-REC : A HEADER FROM US BACK TO THE
      *     SENDER FOR THE SAME SETTLEMENT DATE, EACH RETURNED ITEM
      *     AS PRESENTED WITH ITS RETURN REASON CODE, AND A TRAILER
      *     CARRYING THE RETURNED COUNT AND TOTAL
       01 RETURNS-REC.
           05 RT-REC-TYPE    PIC X(1).
            05 RT-BODY        PIC X(79).
            05 RT-HEADER-BODY REDEFINES RT-BODY.
               10 RT-SETTLE-DATE   PIC 9(8).
               10 RT-SENDER-ID     PIC X(6).
               10 RT-RECEIVER-ID   PIC X(6).
               10 FILLER           PIC X(59).
            05 RT-DETAIL-BODY REDEFINES RT-BODY.
               10 RT-ITEM-SEQ      PIC X(8).
               10 RT-PRESENTER-ID  PIC X(6).
               10 RT-CHEQUE-NO     PIC X(8).
               10 RT-ACCT-NO       PIC X(5).
               10 RT-AMOUNT        PIC 9(7)V99.
               10 RT-RETURN-CODE   PIC X(2).
               10 FILLER           PIC X(41).
            05 RT-TRAILER-BODY REDEFINES RT-BODY.
               10 RT-ITEM-COUNT    PIC 9(7).
               10 RT-ITEM-TOTAL    PIC 9(11)V99.
               10 FILLER           PIC X(59).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
      *     THE PRESENTED DETAILS, IN CLEARING-REC DETAIL LAYOUT
       01 SORT-REC.
           05 SR-REC-TYPE    PIC X(1).
            05 SR-ITEM-SEQ    PIC X(8).
            05 SR-PRESENTER-ID PIC X(6).
            05 SR-CHEQUE-NO   PIC X(8).
            05 SR-ACCT-NO     PIC X(5).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-RETURN-CODE PIC X(2).
            05 FILLER         PIC X(41).
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
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
       01 WS-EOF-SW2         PIC X(1) VALUE "N".
           88 END-OF-FILE2       VALUE "Y".
      *
      *THE PRESENTMENT HEADER, KEPT FOR THE RETURNS FILE'S OWN
       01 WS-SETTLE-DATE     PIC 9(8) VALUE ZERO.
       01 WS-SENDER-ID       PIC X(6) VALUE SPACES.
       01 WS-RECEIVER-ID     PIC X(6) VALUE SPACES.
      *
      *THE RETURN REASON CODES THE CLEARING HOUSE ACCEPTS
       01 WS-REASON-NAMES.
           05 FILLER PIC X(22) VALUE "01INSUFFICIENT FUNDS".
            05 FILLER PIC X(22) VALUE "02ACCOUNT CLOSED".
            05 FILLER PIC X(22) VALUE "03PAYMENT STOPPED".
            05 FILLER PIC X(22) VALUE "04UNKNOWN ACCOUNT".
       01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-RSN-ENTRY OCCURS 4 TIMES
                   INDEXED BY RS-IDX.
               10 WS-RSN-CODE       PIC X(2).
               10 WS-RSN-TEXT       PIC X(20).
       01 WS-RSN-COUNTS.
           05 WS-RSN-TALLY OCCURS 4 TIMES.
               10 WS-RSN-CNT        PIC 9(7).
               10 WS-RSN-TOT        PIC 9(11)V99.
       01 WS-RSN-SUB         PIC 9(1) VALUE ZERO.
           88 ITEM-PAID          VALUE 0.
           88 RSN-NO-FUNDS       VALUE 1.
           88 RSN-CLOSED         VALUE 2.
           88 RSN-STOPPED        VALUE 3.
           88 RSN-UNKNOWN        VALUE 4.
      *
      *THE DAY'S HOLDS, LOADED ONCE AT STARTUP THE WAY PGM52'S
      *188-LOAD-HOLD-FILE LOADS THEM . A HOLD PAST ITS EXPIRY DATE IS
      *LEFT OUT . MORE THAN 200 HOLDS ON FILE IS TREATED AS FATAL
       01 WS-HOLD-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES
                   INDEXED BY HL-IDX.
               10 WS-HOLD-ACCT      PIC X(5).
               10 WS-HOLD-TYPE      PIC X(1).
               10 WS-HOLD-LIMIT     PIC 9(7)V99.
      *
      *THE ACCOUNT IN HAND AS THE PGM50 VERIFICATION RETURNS IT, IN
      *NEW-MASTER LAYOUT : BALANCE, OVERDRAFT LIMIT AND STATUS
       01 WS-VERIFY-FOUND    PIC X(1) VALUE "N".
       01 WS-VERIFY-MASTER.
           05 VM-ACCT-NO      PIC X(5).
            05 VM-AMOUNT       PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 FILLER          PIC X(14).
            05 VM-CUST-NAME    PIC X(20).
            05 VM-BRANCH       PIC X(3).
            05 VM-PRODUCT      PIC X(2).
            05 VM-OD-LIMIT     PIC 9(7)V99.
            05 VM-CUST-NO      PIC X(5).
            05 VM-STMT-CYCLE   PIC X(2).
            05 VM-STATUS       PIC X(1).
               88 VM-BLOCKED       VALUE "B".
            05 FILLER          PIC X(9).
      *
      *WHAT THE ITEMS ON THE ACCOUNT IN HAND ARE DECIDED AGAINST .
      *WS-ACCT-AVAIL FALLS BY EACH ITEM PAID
       01 WS-CUR-ACCT        PIC X(5) VALUE SPACES.
       01 WS-ACCT-STATE      PIC X(1) VALUE SPACES.
           88 ACCOUNT-KNOWN      VALUE "K".
           88 ACCOUNT-CLOSED     VALUE "C".
           88 ACCOUNT-UNKNOWN    VALUE "U".
       01 WS-ACCT-AVAIL      PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCT-STOP-SW    PIC X(1) VALUE "N".
           88 ACCOUNT-STOPPED    VALUE "Y".
       01 WS-ACCT-LIMIT-SW   PIC X(1) VALUE "N".
           88 ACCOUNT-LIMITED    VALUE "Y".
       01 WS-ACCT-LIMIT      PIC 9(7)V99 VALUE ZERO.
       01 WS-CLO-FOUND       PIC X(1) VALUE "N".
           88 CLOSED-FOUND       VALUE "Y".
      *
      *SETTLEMENT CONTROL TOTALS
       01 WS-CLEARING-TOTALS.
           05 WS-PRESENT-CNT     PIC 9(7) VALUE ZERO.
            05 WS-PRESENT-TOTAL   PIC 9(11)V99 VALUE ZERO.
            05 WS-PAID-CNT        PIC 9(7) VALUE ZERO.
            05 WS-PAID-TOTAL      PIC 9(11)V99 VALUE ZERO.
            05 WS-RETURN-CNT      PIC 9(7) VALUE ZERO.
            05 WS-RETURN-TOTAL    PIC 9(11)V99 VALUE ZERO.
            05 WS-DECIDED-CNT     PIC 9(7) VALUE ZERO.
            05 WS-HOLD-READ-CNT   PIC 9(7) VALUE ZERO.
            05 WS-HOLD-EXPIRED-CNT PIC 9(7) VALUE ZERO.
       01 WS-DIFF-CNT        PIC S9(7) VALUE ZERO.
       01 WS-DIFF-TOTAL      PIC S9(11)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING, DETAIL AND PROOF LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(33)
                VALUE "PGM117 INWARD CLEARING REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(13) VALUE "  SETTLEMENT ".
            05 H2-SETTLE-DATE  PIC 9(8).
            05 FILLER          PIC X(8)  VALUE "  FROM ".
            05 H2-SENDER-ID    PIC X(6).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(10) VALUE "ITEM SEQ".
            05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(10) VALUE "CHEQUE".
            05 FILLER          PIC X(8)  VALUE "PRESENT".
            05 FILLER          PIC X(12) VALUE "     AMOUNT".
            05 FILLER          PIC X(20) VALUE "DECISION".
      *
       01 WS-DETAIL-LINE.
           05 DL-ITEM-SEQ     PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-CHEQUE-NO    PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-PRESENTER-ID PIC X(6).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DECISION     PIC X(9).
            05 DL-REASON       PIC X(23).
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
            PERFORM 1100-LOAD-HOLDS
            SORT SORT-FILE
                ON ASCENDING KEY SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-GATHER-PRESENTMENT
                OUTPUT PROCEDURE IS 300-DECIDE-ITEMS
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            CANCEL "PGM50"
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the output files . the
      *presentment file is opened by the sort's input procedure
      *
            PERFORM 110-GET-BUSINESS-DATE
            INITIALIZE WS-RSN-COUNTS
            OPEN OUTPUT PAID-TRANS-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN PAID-TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT RETURNS-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN RETURNS-FILE" TO WS-ABEND-WHERE
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
            .
      *
       1100-LOAD-HOLDS.
      *
      *loads every hold still in force on the business date
      *
            OPEN INPUT HOLD-FILE
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 1110-READ-HOLD
            PERFORM 1120-LOAD-ONE-HOLD
                UNTIL END-OF-INPUT-FILE
            CLOSE HOLD-FILE
            MOVE "N" TO WS-EOF-SW
            .
      *
       1110-READ-HOLD.
      *
      *reads the next hold
      *
            READ HOLD-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1120-LOAD-ONE-HOLD.
      *
      *tables one hold unless it has expired -- the same expiry test
      *pgm52's 189-load-one-hold makes
      *
            ADD 1 TO WS-HOLD-READ-CNT
            IF HLD-EXPIRY > 0 AND HLD-EXPIRY < WS-RUN-DATE
                ADD 1 TO WS-HOLD-EXPIRED-CNT
            ELSE
                IF WS-HOLD-COUNT >= 200
                    MOVE "HOLDS EXCEED 200" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-HOLD-COUNT
                SET HL-IDX TO WS-HOLD-COUNT
                MOVE HLD-ACCT-NO TO WS-HOLD-ACCT(HL-IDX)
                MOVE HLD-TYPE TO WS-HOLD-TYPE(HL-IDX)
                MOVE HLD-LIMIT-AMT TO WS-HOLD-LIMIT(HL-IDX)
            END-IF
            PERFORM 1110-READ-HOLD
            .
      *
       200-GATHER-PRESENTMENT.
      *
      *reads the presentment file, proving its header, its trailer
      *and that the trailer's count and total agree with the details,
      *and releases each detail to the sort . a file that fails any
      *of these is fatal before a single item is decided
      *
            OPEN INPUT CLEARING-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN CLEARING-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 210-READ-CLEARING
            IF END-OF-INPUT-FILE
                MOVE "EMPTY INWCLR FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT CH-HEADER
                    OR CH-SETTLE-DATE-X IS NOT NUMERIC
                MOVE "BAD INWCLR HEADER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE CH-SETTLE-DATE TO WS-SETTLE-DATE
            MOVE CH-SENDER-ID TO WS-SENDER-ID
            MOVE CH-RECEIVER-ID TO WS-RECEIVER-ID
            MOVE WS-SETTLE-DATE TO H2-SETTLE-DATE
            MOVE WS-SENDER-ID TO H2-SENDER-ID
            PERFORM 210-READ-CLEARING
            PERFORM 220-RELEASE-ONE-ITEM
                UNTIL END-OF-INPUT-FILE
                    OR CH-TRAILER
            IF END-OF-INPUT-FILE
                MOVE "INWCLR TRAILER MISSING" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CH-ITEM-COUNT-X IS NOT NUMERIC
                    OR CH-ITEM-TOTAL-X IS NOT NUMERIC
                    OR CH-ITEM-COUNT NOT = WS-PRESENT-CNT
                    OR CH-ITEM-TOTAL NOT = WS-PRESENT-TOTAL
                MOVE "INWCLR TRAILER OUT OF BALANCE"
                    TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 210-READ-CLEARING
            IF NOT END-OF-INPUT-FILE
                MOVE "RECORDS AFTER INWCLR TRAILER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE CLEARING-FILE
            MOVE "N" TO WS-EOF-SW
            .
      *
       210-READ-CLEARING.
      *
      *reads the next presentment record
      *
            READ CLEARING-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ CLEARING-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-ITEM.
      *
      *counts one presented cheque into the control totals and
      *releases it to the sort
      *
            IF NOT CH-DETAIL
                MOVE "BAD INWCLR RECORD TYPE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CH-AMOUNT-X IS NOT NUMERIC
                MOVE "BAD INWCLR ITEM AMOUNT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-PRESENT-CNT
            ADD CH-AMOUNT TO WS-PRESENT-TOTAL
            RELEASE SORT-REC FROM CLEARING-REC
            PERFORM 210-READ-CLEARING
            .
      *
       300-DECIDE-ITEMS.
      *
      *writes the returns file's header, then decides the sorted
      *items account by account
      *
            MOVE SPACES TO RETURNS-REC
            MOVE "H" TO RT-REC-TYPE
            MOVE WS-SETTLE-DATE TO RT-SETTLE-DATE
            MOVE WS-RECEIVER-ID TO RT-SENDER-ID
            MOVE WS-SENDER-ID TO RT-RECEIVER-ID
            PERFORM 380-WRITE-RETURNS-REC
            MOVE "N" TO WS-EOF-SW2
            PERFORM 310-RETURN-ITEM
            PERFORM 320-DECIDE-ONE-ACCOUNT
                UNTIL END-OF-FILE2
            .
      *
       310-RETURN-ITEM.
      *
      *returns the next sorted presented item
      *
            RETURN SORT-FILE
                AT END SET END-OF-FILE2 TO TRUE
            END-RETURN
            .
      *
       320-DECIDE-ONE-ACCOUNT.
      *
      *works out once what the account's items are decided against,
      *then decides each of them in presentment order
      *
            MOVE SR-ACCT-NO TO WS-CUR-ACCT
            PERFORM 330-LOAD-ACCOUNT-STATE
            PERFORM 360-DECIDE-ONE-ITEM
                UNTIL END-OF-FILE2
                    OR SR-ACCT-NO NOT = WS-CUR-ACCT
            .
      *
       330-LOAD-ACCOUNT-STATE.
      *
      *proves the account through the pgm50 verification call . a
      *known account's items are decided against its available
      *balance and any hold in force ; an unknown one is looked for
      *on the closed register
      *
            MOVE "N" TO WS-ACCT-STOP-SW
            MOVE "N" TO WS-ACCT-LIMIT-SW
            MOVE ZERO TO WS-ACCT-LIMIT
            MOVE ZERO TO WS-ACCT-AVAIL
            MOVE SPACES TO WS-VERIFY-MASTER
            MOVE "N" TO WS-VERIFY-FOUND
            IF WS-CUR-ACCT NOT = SPACES
                CALL "PGM50" USING WS-CUR-ACCT WS-VERIFY-FOUND
                                   WS-VERIFY-MASTER
            END-IF
            IF WS-VERIFY-FOUND = "Y"
                SET ACCOUNT-KNOWN TO TRUE
                COMPUTE WS-ACCT-AVAIL = VM-AMOUNT + VM-OD-LIMIT
                PERFORM 335-MATCH-HOLD
                    VARYING HL-IDX FROM 1 BY 1
                    UNTIL HL-IDX > WS-HOLD-COUNT
            ELSE
                PERFORM 340-SEARCH-CLOSED-REGISTER
                IF CLOSED-FOUND
                    SET ACCOUNT-CLOSED TO TRUE
                ELSE
                    SET ACCOUNT-UNKNOWN TO TRUE
                END-IF
            END-IF
            .
      *
       335-MATCH-HOLD.
      *
      *takes one hold on the account in hand : a full stop stops
      *every item, and of several amount-limited holds the lowest
      *limit governs
      *
            IF WS-HOLD-ACCT(HL-IDX) = WS-CUR-ACCT
                EVALUATE WS-HOLD-TYPE(HL-IDX)
                    WHEN "F"
                        SET ACCOUNT-STOPPED TO TRUE
                    WHEN "A"
                        IF NOT ACCOUNT-LIMITED
                                OR WS-HOLD-LIMIT(HL-IDX)
                                    < WS-ACCT-LIMIT
                            MOVE WS-HOLD-LIMIT(HL-IDX)
                                TO WS-ACCT-LIMIT
                        END-IF
                        SET ACCOUNT-LIMITED TO TRUE
                END-EVALUATE
            END-IF
            .
      *
       340-SEARCH-CLOSED-REGISTER.
      *
      *scans the closed-account register for the account in hand .
      *an absent register finds nothing
      *
            MOVE "N" TO WS-CLO-FOUND
            OPEN INPUT CLOSED-REGISTER
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN CLOSED-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 345-READ-CLOSED
                UNTIL END-OF-INPUT-FILE
                    OR CLOSED-FOUND
            CLOSE CLOSED-REGISTER
            MOVE "N" TO WS-EOF-SW
            .
      *
       345-READ-CLOSED.
      *
      *reads the next closed-register row and tests it
      *
            READ CLOSED-REGISTER
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    IF CLO-ACCT-NO = WS-CUR-ACCT
                        SET CLOSED-FOUND TO TRUE
                    END-IF
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ CLOSED-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       360-DECIDE-ONE-ITEM.
      *
      *decides one presented cheque : returned for the first reason
      *that applies, else paid and taken off the available balance
      *
            EVALUATE TRUE
                WHEN ACCOUNT-UNKNOWN
                    SET RSN-UNKNOWN TO TRUE
                WHEN ACCOUNT-CLOSED
                    SET RSN-CLOSED TO TRUE
                WHEN VM-BLOCKED
                    SET RSN-STOPPED TO TRUE
                WHEN ACCOUNT-STOPPED
                    SET RSN-STOPPED TO TRUE
                WHEN ACCOUNT-LIMITED AND SR-AMOUNT > WS-ACCT-LIMIT
                    SET RSN-STOPPED TO TRUE
                WHEN SR-AMOUNT > WS-ACCT-AVAIL
                    SET RSN-NO-FUNDS TO TRUE
                WHEN OTHER
                    SET ITEM-PAID TO TRUE
            END-EVALUATE
            ADD 1 TO WS-DECIDED-CNT
            MOVE SR-ITEM-SEQ TO DL-ITEM-SEQ
            MOVE SR-ACCT-NO TO DL-ACCT-NO
            MOVE SR-CHEQUE-NO TO DL-CHEQUE-NO
            MOVE SR-PRESENTER-ID TO DL-PRESENTER-ID
            MOVE SR-AMOUNT TO DL-AMOUNT
            IF ITEM-PAID
                PERFORM 370-PAY-ITEM
            ELSE
                PERFORM 375-RETURN-ITEM
            END-IF
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 310-RETURN-ITEM
            .
      *
       370-PAY-ITEM.
      *
      *pays the item in hand : one "d" debit in trans-rec layout,
      *effective the business date
      *
            SUBTRACT SR-AMOUNT FROM WS-ACCT-AVAIL
            MOVE SPACES TO PAID-TRANS-REC
            MOVE SR-ACCT-NO TO PT-ACCT-NO
            MOVE SR-AMOUNT TO PT-AMOUNT
            MOVE "D" TO PT-TYPE
            MOVE WS-RUN-DATE TO PT-EFF-DATE
            WRITE PAID-TRANS-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE PAID-TRANS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-PAID-CNT
            ADD SR-AMOUNT TO WS-PAID-TOTAL
            MOVE "PAID" TO DL-DECISION
            MOVE SPACES TO DL-REASON
            .
      *
       375-RETURN-ITEM.
      *
      *returns the item in hand to the clearing house under its
      *reason code
      *
            MOVE SORT-REC TO RETURNS-REC
            MOVE WS-RSN-CODE(WS-RSN-SUB) TO RT-RETURN-CODE
            PERFORM 380-WRITE-RETURNS-REC
            ADD 1 TO WS-RETURN-CNT
            ADD SR-AMOUNT TO WS-RETURN-TOTAL
            ADD 1 TO WS-RSN-CNT(WS-RSN-SUB)
            ADD SR-AMOUNT TO WS-RSN-TOT(WS-RSN-SUB)
            MOVE "RETURNED" TO DL-DECISION
            MOVE SPACES TO DL-REASON
            STRING WS-RSN-CODE(WS-RSN-SUB) " "
                   WS-RSN-TEXT(WS-RSN-SUB)
                DELIMITED BY SIZE INTO DL-REASON
            .
      *
       380-WRITE-RETURNS-REC.
      *
      *writes one returns-file record
      *
            WRITE RETURNS-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE RETURNS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
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
       800-PRINT-SUMMARY-RTN.
      *
      *closes the returns file with its trailer and prints the
      *settlement proof : presented must equal paid plus returned in
      *count and amount, or the run ends non-zero so the returns are
      *held back
      *
            MOVE SPACES TO RETURNS-REC
            MOVE "T" TO RT-REC-TYPE
            MOVE WS-RETURN-CNT TO RT-ITEM-COUNT
            MOVE WS-RETURN-TOTAL TO RT-ITEM-TOTAL
            PERFORM 380-WRITE-RETURNS-REC
            COMPUTE WS-DIFF-CNT = WS-PRESENT-CNT
                                - WS-PAID-CNT - WS-RETURN-CNT
            COMPUTE WS-DIFF-TOTAL = WS-PRESENT-TOTAL
                                  - WS-PAID-TOTAL - WS-RETURN-TOTAL
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "SETTLEMENT PROOF" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "PRESENTED" TO PL-LABEL
            MOVE WS-PRESENT-CNT TO PL-COUNT
            MOVE WS-PRESENT-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "PAID" TO PL-LABEL
            MOVE WS-PAID-CNT TO PL-COUNT
            MOVE WS-PAID-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "RETURNED" TO PL-LABEL
            MOVE WS-RETURN-CNT TO PL-COUNT
            MOVE WS-RETURN-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            PERFORM 810-PRINT-ONE-REASON
                VARYING RS-IDX FROM 1 BY 1
                UNTIL RS-IDX > 4
            MOVE "DIFFERENCE" TO PL-LABEL
            MOVE WS-DIFF-CNT TO PL-COUNT
            MOVE WS-DIFF-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-DIFF-CNT = 0 AND WS-DIFF-TOTAL = 0
                MOVE "RESULT: IN BALANCE" TO REPORT-LINE
            ELSE
                MOVE "RESULT: *** OUT OF BALANCE ***" TO REPORT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "SETTLEMENT DATE ........: " WS-SETTLE-DATE
            DISPLAY "ITEMS PRESENTED ........: " WS-PRESENT-CNT
            DISPLAY "AMOUNT PRESENTED .......: " WS-PRESENT-TOTAL
            DISPLAY "ITEMS PAID .............: " WS-PAID-CNT
            DISPLAY "AMOUNT PAID ............: " WS-PAID-TOTAL
            DISPLAY "ITEMS RETURNED .........: " WS-RETURN-CNT
            DISPLAY "AMOUNT RETURNED ........: " WS-RETURN-TOTAL
            DISPLAY "HOLDS READ .............: " WS-HOLD-READ-CNT
            DISPLAY "EXPIRED HOLDS IGNORED ..: " WS-HOLD-EXPIRED-CNT
            .
      *
       810-PRINT-ONE-REASON.
      *
      *prints the returned count and amount for one reason code
      *
            MOVE SPACES TO PL-LABEL
            STRING "  " WS-RSN-CODE(RS-IDX) " "
                   WS-RSN-TEXT(RS-IDX)
                DELIMITED BY SIZE INTO PL-LABEL
            MOVE WS-RSN-CNT(RS-IDX) TO PL-COUNT
            MOVE WS-RSN-TOT(RS-IDX) TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE PAID-TRANS-FILE
             RETURNS-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or a presentment file
      *that does not prove, instead of paying or returning cheques
      *that cannot be settled
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM117 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (CLEARING-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (HOLD-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (CLOSED-REGISTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PAID-TRANS-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (RETURNS-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
