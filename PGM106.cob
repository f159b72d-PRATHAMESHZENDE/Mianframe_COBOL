       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM106.
      *GENERAL LEDGER POSTING RUN : PGM84 (THE BANKING DAY) AND PGM97
      *(EACH PAYROLL RUN) BOTH END IN A PROVED GLJRNL FILE, WHICH
      *ACCOUNTING USED TO KEY INTO A SEPARATE LEDGER BY HAND . THE
      *GL MASTER (GLMSTR, ONE BALANCE PER GL ACCOUNT AND BRANCH --
      *AND PRODUCT, WHERE THE JOURNAL LINE NAMES ONE -- ASCENDING
      *ACCOUNT, BRANCH, PRODUCT) IS NOW THE LEDGER, AND THIS
      *NIGHTLY RUN KEEPS IT :
      *  - EVERY JOURNAL LINE IS CHECKED AGAINST THE CHART OF
      *    ACCOUNTS (GLCHART) . A LINE NAMING AN ACCOUNT THE CHART
      *    DOES NOT HOLD IS POSTED INSTEAD TO THE GL SUSPENSE ACCOUNT
      *    FOR ITS BRANCH AND LISTED, SO THE LEDGER STILL BALANCES
      *    AND ACCOUNTING CAN CLEAR IT BY JOURNAL ;
      *  - THE LINES ARE POSTED TO THEIR ACCOUNT/BRANCH/PRODUCT
      *    BALANCE, SO PGM107 CAN PROVE THE CUSTOMER DEPOSIT AND
      *    OVERDRAFTS LINES AGAINST THE ACCOUNT MASTER BRANCH BY
      *    BRANCH AND PRODUCT . A BALANCE THE MASTER HAS NOT SEEN
      *    BEFORE IS OPENED ;
      *  - ON A MONTH-END RUN (GLPARM COL 33 "C") EVERY INCOME AND
      *    EXPENSE BALANCE, AFTER THE DAY'S POSTINGS, IS CLOSED OUT
      *    TO THE RETAINED EARNINGS ACCOUNT OF THE SAME BRANCH ;
      *  - THE TRIAL BALANCE IS PRINTED FROM THE UPDATED MASTER . ITS
      *    DEBIT AND CREDIT BALANCES MUST NET TO ZERO OR THE STEP
      *    ENDS NON-ZERO AND THE JCL HOLDS THE NEW MASTER BACK .
      *BALANCES ARE KEPT DEBIT-POSITIVE : A CREDIT BALANCE (A
      *LIABILITY, EQUITY OR INCOME ACCOUNT IN THE NORMAL WAY) IS
      *HELD NEGATIVE . THE MASTER ROLLS OLD-TO-NEW (GLNEW)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GL-MASTER ASSIGN TO "GLMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT GL-MASTER-OUT ASSIGN TO "GLNEW"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHART-FILE ASSIGN TO "GLCHART"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "GLPARM"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT GL-WORK ASSIGN TO "GLWORK"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "GLTBRPT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT GL-SORT-FILE ASSIGN TO "SORTWK2".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD GL-MASTER.
      *     THE GL MASTER, ONE RECORD PER GL ACCOUNT, BRANCH AND
      *     PRODUCT, ASCENDING IN THAT ORDER . THE BRANCH AND PRODUCT
      *     ARE BLANK WHERE THE JOURNAL LINES CARRY NONE . MUST STAY
      *     IN SYNC WITH PGM107.COB'S GL-MASTER-REC LAYOUT
       01 GL-MASTER-REC.
           05 GM-KEY.
               10 GM-GL-ACCOUNT PIC X(16).
               10 GM-BRANCH     PIC X(3).
               10 GM-PRODUCT    PIC X(2).
            05 GM-TYPE       PIC X(1).
      *        THE ACCOUNT TYPE FROM THE CHART (A ASSET, L LIABILITY,
      *        Q EQUITY, I INCOME, E EXPENSE)
            05 GM-BALANCE    PIC S9(11)V99 SIGN LEADING SEPARATE.
      *        DEBIT-POSITIVE ; A CREDIT BALANCE IS NEGATIVE
            05 GM-MTD-DR     PIC 9(11)V99.
            05 GM-MTD-CR     PIC 9(11)V99.
      *        THE MONTH'S POSTINGS, BOTH SIDES (THE CLOSING ENTRIES
      *        ARE NOT COUNTED IN THEM)
            05 GM-PERIOD     PIC 9(6).
      *        THE YEAR AND MONTH THE MTD FIGURES BELONG TO ; THE
      *        FIRST RUN OF A NEW MONTH STARTS THEM AGAIN FROM ZERO
            05 GM-LAST-POST  PIC 9(8).
            05 FILLER        PIC X(4).
      *
       FD GL-MASTER-OUT.
      *     THE UPDATED GL MASTER . SAME LAYOUT AS GL-MASTER-REC ;
      *     EVERY ACCOUNT/BRANCH/PRODUCT IS CARRIED
       01 GL-MASTER-OUT-REC PIC X(80).
      *
       FD JOURNAL-FILE.
      *     THE DAY'S JOURNALS, PGM84'S AND ANY PGM97 PAYROLL FILE
      *     CONCATENATED . MUST STAY IN SYNC WITH PGM84.COB'S
      *     JOURNAL-REC LAYOUT
       01 JOURNAL-REC.
           05 JR-RUN-DATE   PIC 9(8).
            05 JR-GL-ACCOUNT PIC X(16).
            05 JR-BRANCH     PIC X(3).
            05 JR-PRODUCT    PIC X(2).
            05 JR-DR-AMOUNT  PIC 9(11)V99.
            05 JR-CR-AMOUNT  PIC 9(11)V99.
            05 FILLER        PIC X(25).
      *
       FD CHART-FILE.
      *     THE CHART OF ACCOUNTS, ONE CARD PER GL ACCOUNT,
      *     ASCENDING ACCOUNT . AN ACCOUNT MUST BE HERE BEFORE ANY
      *     JOURNAL CAN POST TO IT
       01 CHART-REC.
           05 CH-GL-ACCOUNT PIC X(16).
            05 CH-TYPE       PIC X(1).
               88 CH-TYPE-VALID        VALUE "A" "L" "Q" "I" "E".
            05 CH-DESC       PIC X(30).
            05 FILLER        PIC X(33).
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
      *     ONE CARD : THE GL SUSPENSE ACCOUNT (COLS 1-16, BLANK TAKES
      *     "GL SUSPENSE"), THE RETAINED EARNINGS ACCOUNT (COLS 17-32,
      *     BLANK TAKES "RETAINED EARNGS") AND THE MONTH-END CLOSE
      *     FLAG (COL 33, "C" CLOSES THE MONTH AFTER TODAY'S POSTING)
       01 PARAM-REC.
           05 PRM-SUSP-ACCOUNT PIC X(16).
            05 PRM-RE-ACCOUNT   PIC X(16).
            05 PRM-CLOSE-FLAG   PIC X(1).
            05 FILLER           PIC X(47).
      *
       FD GL-WORK.
      *     THE POSTED BALANCES ON THEIR WAY TO THE
      *     TRIAL BALANCE, PLUS ONE "2" ROW PER INCOME OR EXPENSE
      *     BALANCE A MONTH-END RUN CLOSES, CARRYING THE AMOUNT TO
      *     RETAINED EARNINGS . A WORK FILE CUT FRESH EACH RUN
       01 GL-WORK-REC.
           05 GW-GL-ACCOUNT PIC X(16).
            05 GW-BRANCH     PIC X(3).
            05 GW-PRODUCT    PIC X(2).
            05 GW-KIND       PIC X(1).
      *        "1" A POSTED BALANCE, "2" A CLOSING CARRIED TO IT
            05 GW-TYPE       PIC X(1).
            05 GW-BALANCE    PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 GW-MTD-DR     PIC 9(11)V99.
            05 GW-MTD-CR     PIC 9(11)V99.
            05 GW-PERIOD     PIC 9(6).
            05 GW-LAST-POST  PIC 9(8).
            05 GW-DAY-DR     PIC 9(11)V99.
            05 GW-DAY-CR     PIC 9(11)V99.
            05 FILLER        PIC X(3).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(100).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-KEY.
               10 SR-GL-ACCOUNT PIC X(16).
               10 SR-BRANCH     PIC X(3).
               10 SR-PRODUCT    PIC X(2).
            05 SR-DR-AMOUNT  PIC 9(11)V99.
            05 SR-CR-AMOUNT  PIC 9(11)V99.
            05 FILLER        PIC X(3).
      *
       SD GL-SORT-FILE.
       01 GL-SORT-REC.
           05 GS-KEY.
               10 GS-GL-ACCOUNT PIC X(16).
               10 GS-BRANCH     PIC X(3).
               10 GS-PRODUCT    PIC X(2).
            05 GS-KIND       PIC X(1).
            05 GS-TYPE       PIC X(1).
            05 GS-BALANCE    PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 GS-MTD-DR     PIC 9(11)V99.
            05 GS-MTD-CR     PIC 9(11)V99.
            05 GS-PERIOD     PIC 9(6).
            05 GS-LAST-POST  PIC 9(8).
            05 GS-DAY-DR     PIC 9(11)V99.
            05 GS-DAY-CR     PIC 9(11)V99.
            05 FILLER        PIC X(3).
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
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIOD PIC 9(6).
            05 FILLER        PIC 9(2).
      *
      *THE SUSPENSE AND RETAINED EARNINGS ACCOUNTS AND THE CLOSE
      *FLAG FROM THE GLPARM CARD
       01 WS-SUSP-ACCOUNT  PIC X(16) VALUE "GL SUSPENSE".
       01 WS-RE-ACCOUNT    PIC X(16) VALUE "RETAINED EARNGS".
       01 WS-CLOSE-FLAG    PIC X(1) VALUE "N".
           88 MONTH-END-CLOSE        VALUE "Y".
      *
      *THE CHART OF ACCOUNTS, KEPT IN ITS CARD ORDER (ASCENDING, AS
      *THE LOAD INSISTS) SO A LOOKUP CAN BE A BINARY SEARCH . MORE
      *THAN 200 ACCOUNTS IS TREATED AS FATAL
       01 WS-CHART-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CHART-COUNT
                   ASCENDING KEY WS-CH-ACCOUNT
                   INDEXED BY CH-IDX.
               10 WS-CH-ACCOUNT  PIC X(16).
               10 WS-CH-TYPE     PIC X(1).
       01 WS-LAST-CH-ACCOUNT PIC X(16) VALUE LOW-VALUES.
       01 WS-LOOK-ACCOUNT  PIC X(16) VALUE SPACES.
       01 WS-LOOK-TYPE     PIC X(1) VALUE SPACE.
       01 WS-CHART-FOUND-FLAG PIC X(1) VALUE "N".
           88 CHART-FOUND            VALUE "Y".
           88 CHART-NOT-FOUND        VALUE "N".
      *
      *THE MERGE KEYS : THE MASTER RECORD IN HAND, THE SORTED
      *JOURNAL LINE IN HAND AND THE BALANCE BEING POSTED .
      *HIGH-VALUES MARKS A SIDE RUN OUT
       01 WS-MSTR-KEY.
           05 WS-MK-ACCOUNT PIC X(16).
            05 WS-MK-BRANCH  PIC X(3).
            05 WS-MK-PRODUCT PIC X(2).
       01 WS-LAST-MSTR-KEY PIC X(21) VALUE LOW-VALUES.
       01 WS-JRNL-KEY.
           05 WS-JK-ACCOUNT PIC X(16).
            05 WS-JK-BRANCH  PIC X(3).
            05 WS-JK-PRODUCT PIC X(2).
       01 WS-CUR-KEY       PIC X(21).
      *
      *THE BALANCE BEING POSTED (SAME SHAPE AS GL-WORK-REC)
       01 WS-GL-REC.
           05 WS-GL-ACCOUNT  PIC X(16).
            05 WS-GL-BRANCH   PIC X(3).
            05 WS-GL-PRODUCT  PIC X(2).
            05 WS-GL-KIND     PIC X(1).
            05 WS-GL-TYPE     PIC X(1).
            05 WS-GL-BALANCE  PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 WS-GL-MTD-DR   PIC 9(11)V99.
            05 WS-GL-MTD-CR   PIC 9(11)V99.
            05 WS-GL-PERIOD   PIC 9(6).
            05 WS-GL-LAST-POST PIC 9(8).
            05 WS-GL-DAY-DR   PIC 9(11)V99.
            05 WS-GL-DAY-CR   PIC 9(11)V99.
            05 FILLER         PIC X(3).
       01 WS-CLOSE-AMT     PIC S9(11)V99 VALUE ZERO.
      *
      *THE BALANCE THE TRIAL BALANCE IS GATHERING (SAME
      *SHAPE AS GL-SORT-REC)
       01 WS-TB-REC.
           05 WS-TB-KEY.
               10 WS-TB-ACCOUNT PIC X(16).
               10 WS-TB-BRANCH  PIC X(3).
               10 WS-TB-PRODUCT PIC X(2).
            05 WS-TB-KIND     PIC X(1).
            05 WS-TB-TYPE     PIC X(1).
            05 WS-TB-BALANCE  PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 WS-TB-MTD-DR   PIC 9(11)V99.
            05 WS-TB-MTD-CR   PIC 9(11)V99.
            05 WS-TB-PERIOD   PIC 9(6).
            05 WS-TB-LAST-POST PIC 9(8).
            05 WS-TB-DAY-DR   PIC 9(11)V99.
            05 WS-TB-DAY-CR   PIC 9(11)V99.
            05 FILLER         PIC X(3).
      *
      *THE GL MASTER RECORD BEING WRITTEN
       01 WS-NEW-MASTER-REC.
           05 NM-GL-ACCOUNT  PIC X(16).
            05 NM-BRANCH      PIC X(3).
            05 NM-PRODUCT     PIC X(2).
            05 NM-TYPE        PIC X(1).
            05 NM-BALANCE     PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 NM-MTD-DR      PIC 9(11)V99.
            05 NM-MTD-CR      PIC 9(11)V99.
            05 NM-PERIOD      PIC 9(6).
            05 NM-LAST-POST   PIC 9(8).
            05 FILLER         PIC X(4) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *POSTING TOTALS
       01 WS-POSTING-TOTALS.
           05 WS-JRNL-READ-CNT   PIC 9(7) VALUE ZERO.
            05 WS-JRNL-DR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            05 WS-JRNL-CR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            05 WS-SUSP-CNT        PIC 9(7) VALUE ZERO.
            05 WS-SUSP-DR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            05 WS-SUSP-CR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            05 WS-MSTR-READ-CNT   PIC 9(7) VALUE ZERO.
            05 WS-OPENED-CNT      PIC 9(7) VALUE ZERO.
            05 WS-POSTED-CNT      PIC 9(7) VALUE ZERO.
            05 WS-NOT-IN-CHART-CNT PIC 9(7) VALUE ZERO.
            05 WS-CLOSED-CNT      PIC 9(7) VALUE ZERO.
            05 WS-CLOSED-NET      PIC S9(13)V99 VALUE ZERO.
            05 WS-EXCEPTION-CNT   PIC 9(7) VALUE ZERO.
            05 WS-MSTR-OUT-CNT    PIC 9(7) VALUE ZERO.
      *
      *TRIAL BALANCE FIGURES : THE ACCOUNT IN HAND ACROSS ITS
      *BRANCHES, AND THE WHOLE LEDGER
       01 WS-CUR-ACCOUNT     PIC X(16) VALUE LOW-VALUES.
       01 WS-FIRST-ACCT-FLAG PIC X(1) VALUE "Y".
       01 WS-ACCOUNT-FIGURES.
           05 WS-AC-BRANCH-CNT PIC 9(3) VALUE ZERO.
            05 WS-AC-DAY-DR     PIC 9(13)V99 VALUE ZERO.
            05 WS-AC-DAY-CR     PIC 9(13)V99 VALUE ZERO.
            05 WS-AC-DR-BAL     PIC 9(13)V99 VALUE ZERO.
            05 WS-AC-CR-BAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-LEDGER-FIGURES.
           05 WS-TB-DAY-DR-TOT PIC 9(13)V99 VALUE ZERO.
            05 WS-TB-DAY-CR-TOT PIC 9(13)V99 VALUE ZERO.
            05 WS-TB-DR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            05 WS-TB-CR-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01 WS-TB-NET          PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-ED          PIC -(13)9.99.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . THE THIRD
      *HEADING LINE CHANGES WITH THE SECTION BEING PRINTED
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(100).
      *
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM106 GENERAL LEDGER POSTING".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 H2-SECTION      PIC X(40).
      *
       01 WS-HEADING-3       PIC X(100).
      *
       01 WS-EX-HEADING-3.
           05 FILLER          PIC X(17) VALUE "ACCOUNT".
            05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(3)  VALUE "PR".
            05 FILLER          PIC X(14) VALUE "        DEBIT".
            05 FILLER          PIC X(14) VALUE "       CREDIT".
            05 FILLER          PIC X(28) VALUE "NOTE".
      *
       01 WS-TB-HEADING-3.
           05 FILLER          PIC X(17) VALUE "ACCOUNT".
            05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(3)  VALUE "PR".
            05 FILLER          PIC X(2)  VALUE "T".
            05 FILLER          PIC X(14) VALUE "     TODAY DR".
            05 FILLER          PIC X(14) VALUE "     TODAY CR".
            05 FILLER          PIC X(15) VALUE "     DEBIT BAL".
            05 FILLER          PIC X(14) VALUE "    CREDIT BAL".
      *
      *ONE JOURNAL EXCEPTION OR CLOSING ENTRY
       01 WS-EX-LINE.
           05 EX-ACCOUNT      PIC X(16).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EX-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EX-PRODUCT      PIC X(2).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EX-DR-AMOUNT    PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EX-CR-AMOUNT    PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EX-NOTE         PIC X(28).
      *
      *ONE TRIAL BALANCE LINE
       01 WS-TB-LINE.
           05 TB-ACCOUNT      PIC X(16).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-PRODUCT      PIC X(2).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-TYPE         PIC X(1).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-DAY-DR       PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-DAY-CR       PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-DR-BAL       PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TB-CR-BAL       PIC ZZZZZZZZZZ9.99.
      *
      *AN ACCOUNT'S OR THE LEDGER'S TOTALS
       01 WS-TT-LINE.
           05 TT-LABEL        PIC X(26).
            05 TT-DAY-DR       PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TT-DAY-CR       PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TT-DR-BAL       PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TT-CR-BAL       PIC ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 120-LOAD-CHART
            PERFORM 115-READ-PARAMETER-CARD
      *     THE FIRST SORT PUTS THE CHECKED JOURNAL LINES IN ACCOUNT
      *     AND BRANCH ORDER AND POSTS THEM AGAINST THE GL MASTER
            MOVE "JOURNAL EXCEPTIONS AND CLOSING ENTRIES"
                TO H2-SECTION
            MOVE WS-EX-HEADING-3 TO WS-HEADING-3
            SORT SORT-FILE
                ON ASCENDING KEY SR-KEY
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150-RELEASE-JOURNAL
                OUTPUT PROCEDURE IS 300-POST-JOURNAL
            CLOSE GL-WORK
      *     THE SECOND SORT BRINGS ANY CLOSING CARRIED TO RETAINED
      *     EARNINGS TOGETHER WITH THAT BRANCH'S BALANCE AND PRINTS
      *     THE TRIAL BALANCE AS THE NEW MASTER IS WRITTEN
            MOVE "TRIAL BALANCE" TO H2-SECTION
            MOVE WS-TB-HEADING-3 TO WS-HEADING-3
            MOVE 0 TO WS-LINE-COUNT
            SORT GL-SORT-FILE
                ON ASCENDING KEY GS-KEY GS-KIND
                WITH DUPLICATES IN ORDER
                USING GL-WORK
                OUTPUT PROCEDURE IS 600-PRINT-TRIAL-BALANCE
            PERFORM 800-PROVE-AND-REPORT
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the files the posting pass
      *walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN INPUT GL-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN GL-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT GL-MASTER-OUT
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN GL-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT GL-WORK
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN GL-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS8 NOT = 00
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
            DISPLAY "GL POSTING BUSINESS DATE : " WS-RUN-DATE
            .
      *
       115-READ-PARAMETER-CARD.
      *
      *reads the suspense and retained earnings accounts and the
      *close flag . both accounts must be on the chart, and retained
      *earnings must be an equity account, or nothing could post
      *to them
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY GLPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-SUSP-ACCOUNT NOT = SPACES
                MOVE PRM-SUSP-ACCOUNT TO WS-SUSP-ACCOUNT
            END-IF
            IF PRM-RE-ACCOUNT NOT = SPACES
                MOVE PRM-RE-ACCOUNT TO WS-RE-ACCOUNT
            END-IF
            IF PRM-CLOSE-FLAG = "C"
                SET MONTH-END-CLOSE TO TRUE
            ELSE
                IF PRM-CLOSE-FLAG NOT = SPACE
                    MOVE "BAD GLPARM CLOSE FLAG" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            CLOSE PARAM-FILE
            MOVE WS-SUSP-ACCOUNT TO WS-LOOK-ACCOUNT
            PERFORM 180-FIND-CHART-ACCOUNT
            IF CHART-NOT-FOUND
                MOVE "SUSPENSE NOT ON GLCHART" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-RE-ACCOUNT TO WS-LOOK-ACCOUNT
            PERFORM 180-FIND-CHART-ACCOUNT
            IF CHART-NOT-FOUND OR WS-LOOK-TYPE NOT = "Q"
                MOVE "RETAINED EARNGS NOT EQUITY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF MONTH-END-CLOSE
                DISPLAY "MONTH-END CLOSE RUN FOR PERIOD " WS-RUN-PERIOD
            END-IF
            .
      *
       120-LOAD-CHART.
      *
      *loads the chart of accounts, insisting on ascending account
      *order so the lookup can search it by halves, and on a known
      *account type
      *
            OPEN INPUT CHART-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN CHART-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 125-READ-CHART
            PERFORM 130-LOAD-ONE-ACCOUNT
                UNTIL END-OF-INPUT-FILE
            CLOSE CHART-FILE
            IF WS-CHART-COUNT = 0
                MOVE "EMPTY GLCHART" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       125-READ-CHART.
      *
      *reads the next chart card
      *
            READ CHART-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ CHART-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       130-LOAD-ONE-ACCOUNT.
      *
      *adds one chart account to the table
      *
            IF CH-GL-ACCOUNT NOT > WS-LAST-CH-ACCOUNT
                MOVE "GLCHART OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT CH-TYPE-VALID
                DISPLAY "GLCHART ACCOUNT " CH-GL-ACCOUNT
                MOVE "BAD GLCHART ACCOUNT TYPE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-CHART-COUNT >= 200
                MOVE "GLCHART TABLE FULL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CHART-COUNT
            MOVE CH-GL-ACCOUNT TO WS-CH-ACCOUNT(WS-CHART-COUNT)
            MOVE CH-TYPE TO WS-CH-TYPE(WS-CHART-COUNT)
            MOVE CH-GL-ACCOUNT TO WS-LAST-CH-ACCOUNT
            PERFORM 125-READ-CHART
            .
      *
       180-FIND-CHART-ACCOUNT.
      *
      *looks ws-look-account up on the chart, returning its type
      *
            SET CHART-NOT-FOUND TO TRUE
            MOVE SPACE TO WS-LOOK-TYPE
            SEARCH ALL WS-CHART-ENTRY
                WHEN WS-CH-ACCOUNT(CH-IDX) = WS-LOOK-ACCOUNT
                    SET CHART-FOUND TO TRUE
                    MOVE WS-CH-TYPE(CH-IDX) TO WS-LOOK-TYPE
            END-SEARCH
            .
      *
       150-RELEASE-JOURNAL.
      *
      *is the first sort's input procedure . checks every journal
      *line against the chart and releases it, a line naming an
      *account the chart does not hold going to the suspense
      *account instead
      *
            OPEN INPUT JOURNAL-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN JOURNAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 160-READ-JOURNAL
            PERFORM 170-CHECK-ONE-LINE
                UNTIL END-OF-INPUT-FILE
            CLOSE JOURNAL-FILE
            .
      *
       160-READ-JOURNAL.
      *
      *reads the next journal line . an amount that is not a number
      *cannot be posted anywhere, so it stops the run
      *
            READ JOURNAL-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ JOURNAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT-END-OF-INPUT-FILE
                ADD 1 TO WS-JRNL-READ-CNT
                IF JR-DR-AMOUNT NOT NUMERIC
                        OR JR-CR-AMOUNT NOT NUMERIC
                    DISPLAY "GLJRNL LINE " WS-JRNL-READ-CNT
                    MOVE "BAD GLJRNL AMOUNT" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            .
      *
       170-CHECK-ONE-LINE.
      *
      *releases the line in hand to its own account when the chart
      *holds it, otherwise to the suspense account of its branch
      *with an exception line
      *
            ADD JR-DR-AMOUNT TO WS-JRNL-DR-TOTAL
            ADD JR-CR-AMOUNT TO WS-JRNL-CR-TOTAL
            MOVE SPACES TO SORT-REC
            MOVE JR-GL-ACCOUNT TO SR-GL-ACCOUNT
            MOVE JR-BRANCH TO SR-BRANCH
            MOVE JR-PRODUCT TO SR-PRODUCT
            MOVE JR-DR-AMOUNT TO SR-DR-AMOUNT
            MOVE JR-CR-AMOUNT TO SR-CR-AMOUNT
            MOVE JR-GL-ACCOUNT TO WS-LOOK-ACCOUNT
            PERFORM 180-FIND-CHART-ACCOUNT
            IF CHART-NOT-FOUND
                MOVE WS-SUSP-ACCOUNT TO SR-GL-ACCOUNT
                ADD 1 TO WS-SUSP-CNT
                ADD JR-DR-AMOUNT TO WS-SUSP-DR-TOTAL
                ADD JR-CR-AMOUNT TO WS-SUSP-CR-TOTAL
                MOVE SPACES TO WS-EX-LINE
                MOVE JR-GL-ACCOUNT TO EX-ACCOUNT
                MOVE JR-BRANCH TO EX-BRANCH
                MOVE JR-PRODUCT TO EX-PRODUCT
                MOVE JR-DR-AMOUNT TO EX-DR-AMOUNT
                MOVE JR-CR-AMOUNT TO EX-CR-AMOUNT
                MOVE "NOT ON CHART - TO SUSPENSE" TO EX-NOTE
                PERFORM 420-PRINT-EXCEPTION
            END-IF
            RELEASE SORT-REC
            PERFORM 160-READ-JOURNAL
            .
      *
       300-POST-JOURNAL.
      *
      *is the first sort's output procedure . walks the gl master
      *and the sorted lines together by account and branch, posting
      *each pair that has either ; every pair goes on to the trial
      *balance through the work file
      *
            PERFORM 330-RETURN-LINE
            PERFORM 210-READ-GL-MASTER
            PERFORM 310-POST-ONE-PAIR
                UNTIL WS-MSTR-KEY = HIGH-VALUES
                    AND WS-JRNL-KEY = HIGH-VALUES
            IF WS-EXCEPTION-CNT = 0
                MOVE SPACES TO REPORT-LINE
                MOVE "NO JOURNAL EXCEPTIONS" TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            .
      *
       210-READ-GL-MASTER.
      *
      *reads the next gl master record, insisting on ascending
      *account/branch/product order so the match against the sorted
      *lines cannot miss one
      *
            READ GL-MASTER
                AT END MOVE HIGH-VALUES TO WS-MSTR-KEY
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ GL-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS1 = 00
                MOVE GM-KEY TO WS-MSTR-KEY
                IF WS-MSTR-KEY NOT > WS-LAST-MSTR-KEY
                    MOVE "GLMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE WS-MSTR-KEY TO WS-LAST-MSTR-KEY
                ADD 1 TO WS-MSTR-READ-CNT
            END-IF
            .
      *
       310-POST-ONE-PAIR.
      *
      *posts one balance : takes its master balance (or opens
      *it when the master has none), applies its journal lines,
      *closes it on a month-end run if it is income or expense, and
      *writes it to the work file
      *
            IF WS-MSTR-KEY NOT > WS-JRNL-KEY
                MOVE WS-MSTR-KEY TO WS-CUR-KEY
            ELSE
                MOVE WS-JRNL-KEY TO WS-CUR-KEY
            END-IF
            MOVE SPACES TO WS-GL-REC
            IF WS-MSTR-KEY = WS-CUR-KEY
                MOVE GM-GL-ACCOUNT TO WS-GL-ACCOUNT
                MOVE GM-BRANCH TO WS-GL-BRANCH
                MOVE GM-PRODUCT TO WS-GL-PRODUCT
                MOVE GM-TYPE TO WS-GL-TYPE
                MOVE GM-BALANCE TO WS-GL-BALANCE
                MOVE GM-MTD-DR TO WS-GL-MTD-DR
                MOVE GM-MTD-CR TO WS-GL-MTD-CR
                MOVE GM-PERIOD TO WS-GL-PERIOD
                MOVE GM-LAST-POST TO WS-GL-LAST-POST
                PERFORM 315-CHECK-MASTER-ACCOUNT
                PERFORM 210-READ-GL-MASTER
            ELSE
                MOVE WS-JK-ACCOUNT TO WS-GL-ACCOUNT
                MOVE WS-JK-BRANCH TO WS-GL-BRANCH
                MOVE WS-JK-PRODUCT TO WS-GL-PRODUCT
                MOVE WS-JK-ACCOUNT TO WS-LOOK-ACCOUNT
                PERFORM 180-FIND-CHART-ACCOUNT
                MOVE WS-LOOK-TYPE TO WS-GL-TYPE
                MOVE ZERO TO WS-GL-BALANCE
                MOVE ZERO TO WS-GL-MTD-DR
                MOVE ZERO TO WS-GL-MTD-CR
                MOVE WS-RUN-PERIOD TO WS-GL-PERIOD
                MOVE ZERO TO WS-GL-LAST-POST
                ADD 1 TO WS-OPENED-CNT
            END-IF
            MOVE "1" TO WS-GL-KIND
            MOVE ZERO TO WS-GL-DAY-DR
            MOVE ZERO TO WS-GL-DAY-CR
            IF WS-GL-PERIOD NOT = WS-RUN-PERIOD
                MOVE ZERO TO WS-GL-MTD-DR
                MOVE ZERO TO WS-GL-MTD-CR
                MOVE WS-RUN-PERIOD TO WS-GL-PERIOD
            END-IF
            IF WS-JRNL-KEY = WS-CUR-KEY
                ADD 1 TO WS-POSTED-CNT
                MOVE WS-RUN-DATE TO WS-GL-LAST-POST
            END-IF
            PERFORM 320-APPLY-ONE-LINE
                UNTIL WS-JRNL-KEY NOT = WS-CUR-KEY
            IF MONTH-END-CLOSE
                    AND (WS-GL-TYPE = "I" OR WS-GL-TYPE = "E")
                    AND WS-GL-BALANCE NOT = 0
                PERFORM 340-CLOSE-ONE-BALANCE
            END-IF
            MOVE WS-GL-REC TO GL-WORK-REC
            PERFORM 350-WRITE-GL-WORK
            .
      *
       315-CHECK-MASTER-ACCOUNT.
      *
      *takes the account type from the chart, the book of record for
      *it . a master balance whose account has since left the chart
      *is still carried (its balance is real) but is listed so the
      *chart or the balance can be put right
      *
            MOVE GM-GL-ACCOUNT TO WS-LOOK-ACCOUNT
            PERFORM 180-FIND-CHART-ACCOUNT
            IF CHART-FOUND
                MOVE WS-LOOK-TYPE TO WS-GL-TYPE
            ELSE
                ADD 1 TO WS-NOT-IN-CHART-CNT
                MOVE SPACES TO WS-EX-LINE
                MOVE GM-GL-ACCOUNT TO EX-ACCOUNT
                MOVE GM-BRANCH TO EX-BRANCH
                MOVE GM-PRODUCT TO EX-PRODUCT
                IF GM-BALANCE < 0
                    COMPUTE EX-CR-AMOUNT = 0 - GM-BALANCE
                ELSE
                    MOVE GM-BALANCE TO EX-DR-AMOUNT
                END-IF
                MOVE "BALANCE NOT ON CHART" TO EX-NOTE
                PERFORM 420-PRINT-EXCEPTION
            END-IF
            .
      *
       320-APPLY-ONE-LINE.
      *
      *posts one journal line to the pair in hand
      *
            ADD SR-DR-AMOUNT TO WS-GL-DAY-DR
            ADD SR-CR-AMOUNT TO WS-GL-DAY-CR
            ADD SR-DR-AMOUNT TO WS-GL-MTD-DR
            ADD SR-CR-AMOUNT TO WS-GL-MTD-CR
            ADD SR-DR-AMOUNT TO WS-GL-BALANCE
            SUBTRACT SR-CR-AMOUNT FROM WS-GL-BALANCE
            PERFORM 330-RETURN-LINE
            .
      *
       330-RETURN-LINE.
      *
      *returns the next sorted journal line
      *
            RETURN SORT-FILE
                AT END MOVE HIGH-VALUES TO WS-JRNL-KEY
                NOT AT END MOVE SR-KEY TO WS-JRNL-KEY
            END-RETURN
            .
      *
       340-CLOSE-ONE-BALANCE.
      *
      *closes an income or expense balance out to the branch's
      *retained earnings : the account takes the opposite entry and
      *a "2" row carries the same entry to retained earnings, where
      *the second sort lands it
      *
            MOVE WS-GL-BALANCE TO WS-CLOSE-AMT
            MOVE SPACES TO WS-EX-LINE
            MOVE WS-GL-ACCOUNT TO EX-ACCOUNT
            MOVE WS-GL-BRANCH TO EX-BRANCH
            MOVE WS-GL-PRODUCT TO EX-PRODUCT
            IF WS-CLOSE-AMT > 0
                ADD WS-CLOSE-AMT TO WS-GL-DAY-CR
                MOVE WS-CLOSE-AMT TO EX-CR-AMOUNT
            ELSE
                SUBTRACT WS-CLOSE-AMT FROM WS-GL-DAY-DR
                COMPUTE EX-DR-AMOUNT = 0 - WS-CLOSE-AMT
            END-IF
            MOVE "CLOSED TO RETAINED EARNGS" TO EX-NOTE
            PERFORM 420-PRINT-EXCEPTION
            MOVE ZERO TO WS-GL-BALANCE
            MOVE WS-RUN-DATE TO WS-GL-LAST-POST
            ADD 1 TO WS-CLOSED-CNT
            ADD WS-CLOSE-AMT TO WS-CLOSED-NET
            MOVE SPACES TO GL-WORK-REC
            MOVE WS-RE-ACCOUNT TO GW-GL-ACCOUNT
            MOVE WS-GL-BRANCH TO GW-BRANCH
            MOVE SPACES TO GW-PRODUCT
            MOVE "2" TO GW-KIND
            MOVE "Q" TO GW-TYPE
            MOVE WS-CLOSE-AMT TO GW-BALANCE
            MOVE ZERO TO GW-MTD-DR
            MOVE ZERO TO GW-MTD-CR
            MOVE WS-RUN-PERIOD TO GW-PERIOD
            MOVE WS-RUN-DATE TO GW-LAST-POST
            MOVE ZERO TO GW-DAY-DR
            MOVE ZERO TO GW-DAY-CR
            IF WS-CLOSE-AMT > 0
                MOVE WS-CLOSE-AMT TO GW-DAY-DR
            ELSE
                COMPUTE GW-DAY-CR = 0 - WS-CLOSE-AMT
            END-IF
            PERFORM 350-WRITE-GL-WORK
            .
      *
       350-WRITE-GL-WORK.
      *
      *writes the work row already moved to gl-work-rec
      *
            WRITE GL-WORK-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE GL-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       600-PRINT-TRIAL-BALANCE.
      *
      *is the second sort's output procedure . gathers each
      *account/branch/product (its balance and any closings carried
      *to it), writes it to the new master and prints it, with a total
      *under any account kept at more than one branch or product
      *
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 610-RETURN-GL-ROW
            PERFORM 620-GATHER-ONE-PAIR
                UNTIL END-OF-INPUT-FILE
            IF WS-FIRST-ACCT-FLAG = "N"
                PERFORM 640-CLOSE-ACCOUNT-BLOCK
            END-IF
            PERFORM 660-PRINT-LEDGER-TOTALS
            .
      *
       610-RETURN-GL-ROW.
      *
      *returns the next sorted work row
      *
            RETURN GL-SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       620-GATHER-ONE-PAIR.
      *
      *takes the first row of a balance as its record and
      *adds any closings carried to it
      *
            MOVE GL-SORT-REC TO WS-TB-REC
            PERFORM 610-RETURN-GL-ROW
            PERFORM 625-ADD-ONE-CLOSING
                UNTIL END-OF-INPUT-FILE
                    OR GS-KEY NOT = WS-TB-KEY
            PERFORM 630-CARRY-ONE-PAIR
            .
      *
       625-ADD-ONE-CLOSING.
      *
      *adds one closing carried to the balance in hand
      *
            ADD GS-BALANCE TO WS-TB-BALANCE
            ADD GS-DAY-DR TO WS-TB-DAY-DR
            ADD GS-DAY-CR TO WS-TB-DAY-CR
            MOVE WS-RUN-DATE TO WS-TB-LAST-POST
            PERFORM 610-RETURN-GL-ROW
            .
      *
       630-CARRY-ONE-PAIR.
      *
      *writes the finished balance to the new master and
      *prints its trial balance line, closing the previous account's
      *block on a change of account
      *
            IF WS-FIRST-ACCT-FLAG = "Y"
                MOVE WS-TB-ACCOUNT TO WS-CUR-ACCOUNT
                MOVE "N" TO WS-FIRST-ACCT-FLAG
            END-IF
            IF WS-TB-ACCOUNT NOT = WS-CUR-ACCOUNT
                PERFORM 640-CLOSE-ACCOUNT-BLOCK
                MOVE WS-TB-ACCOUNT TO WS-CUR-ACCOUNT
            END-IF
            MOVE WS-TB-ACCOUNT TO NM-GL-ACCOUNT
            MOVE WS-TB-BRANCH TO NM-BRANCH
            MOVE WS-TB-PRODUCT TO NM-PRODUCT
            MOVE WS-TB-TYPE TO NM-TYPE
            MOVE WS-TB-BALANCE TO NM-BALANCE
            MOVE WS-TB-MTD-DR TO NM-MTD-DR
            MOVE WS-TB-MTD-CR TO NM-MTD-CR
            MOVE WS-TB-PERIOD TO NM-PERIOD
            MOVE WS-TB-LAST-POST TO NM-LAST-POST
            WRITE GL-MASTER-OUT-REC FROM WS-NEW-MASTER-REC
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE GL-MASTER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-MSTR-OUT-CNT
            MOVE SPACES TO WS-TB-LINE
            MOVE WS-TB-ACCOUNT TO TB-ACCOUNT
            MOVE WS-TB-BRANCH TO TB-BRANCH
            MOVE WS-TB-PRODUCT TO TB-PRODUCT
            MOVE WS-TB-TYPE TO TB-TYPE
            MOVE WS-TB-DAY-DR TO TB-DAY-DR
            MOVE WS-TB-DAY-CR TO TB-DAY-CR
            ADD 1 TO WS-AC-BRANCH-CNT
            ADD WS-TB-DAY-DR TO WS-AC-DAY-DR
            ADD WS-TB-DAY-CR TO WS-AC-DAY-CR
            IF WS-TB-BALANCE < 0
                COMPUTE TB-CR-BAL = 0 - WS-TB-BALANCE
                SUBTRACT WS-TB-BALANCE FROM WS-AC-CR-BAL
            ELSE
                MOVE WS-TB-BALANCE TO TB-DR-BAL
                ADD WS-TB-BALANCE TO WS-AC-DR-BAL
            END-IF
            MOVE WS-TB-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            .
      *
       640-CLOSE-ACCOUNT-BLOCK.
      *
      *prints the finished account's total when it is kept at more
      *than one branch or product, and folds its figures into the
      *ledger's
      *
            IF WS-AC-BRANCH-CNT > 1
                MOVE SPACES TO WS-TT-LINE
                MOVE "   ACCOUNT TOTAL" TO TT-LABEL
                MOVE WS-AC-DAY-DR TO TT-DAY-DR
                MOVE WS-AC-DAY-CR TO TT-DAY-CR
                MOVE WS-AC-DR-BAL TO TT-DR-BAL
                MOVE WS-AC-CR-BAL TO TT-CR-BAL
                MOVE WS-TT-LINE TO REPORT-LINE
                PERFORM 400-PRINT-LINE
                MOVE SPACES TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            ADD WS-AC-DAY-DR TO WS-TB-DAY-DR-TOT
            ADD WS-AC-DAY-CR TO WS-TB-DAY-CR-TOT
            ADD WS-AC-DR-BAL TO WS-TB-DR-TOTAL
            ADD WS-AC-CR-BAL TO WS-TB-CR-TOTAL
            INITIALIZE WS-ACCOUNT-FIGURES
            .
      *
       660-PRINT-LEDGER-TOTALS.
      *
      *prints the whole ledger's totals under the trial balance, on
      *a page of their own when the ledger is empty
      *
            IF WS-LINE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO WS-TT-LINE
            MOVE "LEDGER TOTALS" TO TT-LABEL
            MOVE WS-TB-DAY-DR-TOT TO TT-DAY-DR
            MOVE WS-TB-DAY-CR-TOT TO TT-DAY-CR
            MOVE WS-TB-DR-TOTAL TO TT-DR-BAL
            MOVE WS-TB-CR-TOTAL TO TT-CR-BAL
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM WS-TT-LINE
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       400-PRINT-LINE.
      *
      *prints the line already moved to report-line . starts a new
      *page whenever the page fills up or a section is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page for the section in hand . the line waiting
      *in report-line is kept across the headings
      *
            MOVE REPORT-LINE TO WS-HOLD-LINE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HOLD-LINE TO REPORT-LINE
            .
      *
       420-PRINT-EXCEPTION.
      *
      *prints the exception or closing line built in ws-ex-line
      *
            MOVE WS-EX-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            ADD 1 TO WS-EXCEPTION-CNT
            .
      *
       800-PROVE-AND-REPORT.
      *
      *the proof : the trial balance's debit and credit balances
      *must net to zero . a ledger that does not balance ends
      *non-zero so the jcl never makes the new master the ledger
      *
            COMPUTE WS-TB-NET = WS-TB-DR-TOTAL - WS-TB-CR-TOTAL
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "JOURNAL LINES " WS-JRNL-READ-CNT
                   "  TO SUSPENSE " WS-SUSP-CNT
                   "  PAIRS POSTED " WS-POSTED-CNT
                   "  OPENED " WS-OPENED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "JOURNAL DEBITS  " WS-JRNL-DR-TOTAL
                   "  CREDITS " WS-JRNL-CR-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF MONTH-END-CLOSE
                MOVE SPACES TO REPORT-LINE
                MOVE WS-CLOSED-NET TO WS-NET-ED
                STRING "MONTH-END CLOSE " WS-RUN-PERIOD
                       "  BALANCES CLOSED " WS-CLOSED-CNT
                       "  NET " WS-NET-ED
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            DISPLAY "JOURNAL LINES READ .....: " WS-JRNL-READ-CNT
            DISPLAY "JOURNAL DEBITS .........: " WS-JRNL-DR-TOTAL
            DISPLAY "JOURNAL CREDITS ........: " WS-JRNL-CR-TOTAL
            DISPLAY "LINES TO SUSPENSE ......: " WS-SUSP-CNT
            DISPLAY "SUSPENSE DEBITS ........: " WS-SUSP-DR-TOTAL
            DISPLAY "SUSPENSE CREDITS .......: " WS-SUSP-CR-TOTAL
            DISPLAY "MASTER RECORDS READ ....: " WS-MSTR-READ-CNT
            DISPLAY "PAIRS POSTED ...........: " WS-POSTED-CNT
            DISPLAY "PAIRS OPENED ...........: " WS-OPENED-CNT
            DISPLAY "BALANCES NOT ON CHART ..: " WS-NOT-IN-CHART-CNT
            DISPLAY "BALANCES CLOSED ........: " WS-CLOSED-CNT
            DISPLAY "MASTER RECORDS WRITTEN .: " WS-MSTR-OUT-CNT
            DISPLAY "TRIAL BALANCE DEBITS ...: " WS-TB-DR-TOTAL
            DISPLAY "TRIAL BALANCE CREDITS ..: " WS-TB-CR-TOTAL
            IF WS-TB-NET = 0
                MOVE "TRIAL BALANCE NETS TO ZERO - RELEASED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "TRIAL BALANCE STATUS ...: BALANCED"
            ELSE
                MOVE SPACES TO REPORT-LINE
                MOVE WS-TB-NET TO WS-NET-ED
                STRING "TRIAL BALANCE OUT BY " WS-NET-ED
                       " - HELD"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "TRIAL BALANCE STATUS ...: *** HELD ***"
                MOVE "TRIAL BALANCE DOES NOT NET" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE GL-MASTER
             GL-MASTER-OUT
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *ends non-zero on any failure so the jcl never makes an
      *unbalanced or half-posted master the ledger
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM106 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (GL-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (GL-MASTER-OUT): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (JOURNAL-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (CHART-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (PARAM-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (GL-WORK): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (REPORT-FILE): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
