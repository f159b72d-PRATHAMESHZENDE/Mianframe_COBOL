       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FEELEDG.
      *STUDENT FEE LEDGER : FEES WERE BILLED ON PAPER AND NOBODY
      *COULD SAY WHO OWED WHAT WHEN A TRANSCRIPT WAS ASKED FOR . THE
      *LEDGER HOLDS ONE ROW PER CHARGE AND ONE PER RECEIPT, KEYED BY
      *STUDENT ID, AND IS ROLLED FROM FEEOLD TO FEENEW EACH RUN .
      *A TERM BILLING RUN CHARGES EVERY STUDENT ON THE ENROLMENT FILE
      *THE TUITION AND FEES THE FEE SCHEDULE CARRIES FOR THEIR
      *PROGRAMME, DUE ON THE FEEPARM CARD'S DUE DATE ; A FEE ALREADY
      *BILLED FOR THE TERM IS NOT BILLED TWICE . THE RECEIPTS FILE
      *RECORDS PAYMENTS BY RECEIPT NUMBER AND EACH IS POSTED AGAINST
      *THE STUDENT'S OLDEST OPEN CHARGE FIRST ; MONEY OVER WHAT IS
      *OWED STAYS ON THE RECEIPT AS A CREDIT AND IS TAKEN UP BY THE
      *NEXT CHARGE . EVERY STUDENT ON THE LEDGER GETS A STATEMENT OF
      *ACCOUNT, AND THE AGED RECEIVABLES REPORT SPREADS EVERY OPEN
      *BALANCE BY DAYS PAST ITS DUE DATE . A REPEATED RECEIPT NUMBER,
      *A RECEIPT FOR A STUDENT WITH NO LEDGER, OR A PROGRAMME WITH NO
      *FEE SCHEDULE IS LISTED ON THE RUN REPORT AND NOT POSTED .
      *TRNSCRPT READS THE LEDGER AND WITHHOLDS THE TRANSCRIPT OF ANY
      *STUDENT WITH A BALANCE PAST ITS DUE DATE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "FEEPARM"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHD"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ENROLMENT-FILE ASSIGN TO "ENROLL"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "FEERCPT"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FEE-LEDGER-IN ASSIGN TO "FEEOLD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FEE-LEDGER-OUT ASSIGN TO "FEENEW"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "FEERPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STATEMENT-FILE ASSIGN TO "FEESTMT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AGED-REPORT ASSIGN TO "FEEAGED"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD PARAM-FILE.
      *     ONE RECORD : THE RUN DATE (BLANK = TODAY), THE TERM BEING
      *     BILLED (CCYYTT, NEEDED ONLY WHEN THERE ARE ENROLMENTS) AND
      *     THE DATE THIS TERM'S CHARGES FALL DUE (BLANK = 30 DAYS
      *     AFTER THE RUN DATE)
       01 PARAM-REC.
           05 PRM-RUN-DATE-X   PIC X(8).
            05 PRM-RUN-DATE REDEFINES PRM-RUN-DATE-X PIC 9(8).
            05 PRM-TERM         PIC X(6).
            05 PRM-DUE-DATE-X   PIC X(8).
            05 PRM-DUE-DATE REDEFINES PRM-DUE-DATE-X PIC 9(8).
            05 FILLER           PIC X(58).
      *
       FD FEE-SCHEDULE.
      *     ONE RECORD PER FEE A PROGRAMME CHARGES EACH TERM
       01 FEE-SCHEDULE-REC.
           05 FS-PROGRAMME    PIC X(4).
            05 FS-FEE-CODE      PIC X(4).
            05 FS-DESCRIPTION   PIC X(20).
            05 FS-AMOUNT-X      PIC X(9).
            05 FS-AMOUNT REDEFINES FS-AMOUNT-X PIC 9(7)V99.
            05 FILLER           PIC X(43).
      *
       FD ENROLMENT-FILE.
      *     ONE RECORD PER STUDENT TO BE BILLED THIS TERM, WITH THE
      *     PROGRAMME THEY ARE ENROLLED ON . NO FILE, NO BILLING
       01 ENROLMENT-REC.
           05 EN-STUDENT-ID   PIC X(5).
            05 EN-PROGRAMME     PIC X(4).
            05 FILLER           PIC X(71).
      *
       FD RECEIPT-FILE.
      *     ONE RECORD PER PAYMENT TAKEN : RECEIPT NUMBER, STUDENT,
      *     DATE PAID, AMOUNT AND HOW IT WAS PAID
       01 RECEIPT-REC.
           05 RC-RECEIPT-NO   PIC X(8).
            05 RC-STUDENT-ID    PIC X(5).
            05 RC-DATE          PIC X(8).
            05 RC-AMOUNT-X      PIC X(9).
            05 RC-AMOUNT REDEFINES RC-AMOUNT-X PIC 9(7)V99.
            05 RC-METHOD        PIC X(1).
            05 FILLER           PIC X(49).
      *
       FD FEE-LEDGER-IN.
      *     THE FEE LEDGER . ONE ROW PER CHARGE ("C") OR RECEIPT
      *     ("R"), IN STUDENT ORDER . ON A CHARGE FL-APPLIED IS WHAT
      *     HAS BEEN PAID OFF IT ; ON A RECEIPT IT IS WHAT HAS BEEN
      *     SPENT ON CHARGES, THE REST BEING THE STUDENT'S CREDIT .
      *     MUST STAY IN SYNC WITH TRNSCRPT.CBL'S FEE-LEDGER-REC
       01 FEE-LEDGER-IN-REC.
           05 FL-STUDENT-ID   PIC X(5).
            05 FL-ENTRY-TYPE    PIC X(1).
            05 FL-ENTRY-DATE    PIC X(8).
            05 FL-TERM          PIC X(6).
            05 FL-FEE-CODE      PIC X(4).
            05 FL-RECEIPT-NO    PIC X(8).
            05 FL-DESCRIPTION   PIC X(20).
            05 FL-AMOUNT        PIC 9(7)V99.
            05 FL-APPLIED       PIC 9(7)V99.
            05 FL-DUE-DATE      PIC X(8).
            05 FILLER           PIC X(22).
      *
       FD FEE-LEDGER-OUT.
       01 FEE-LEDGER-OUT-REC PIC X(100).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD STATEMENT-FILE.
       01 STATEMENT-LINE    PIC X(90).
      *
       FD AGED-REPORT.
       01 AGED-LINE         PIC X(100).
      *
       SD SORT-FILE.
      *     EVERY ENTRY FOR THE RUN IN LEDGER FORM : "1" ALREADY ON
      *     THE LEDGER, "2" BILLED THIS RUN, "3" RECEIVED THIS RUN .
      *     RECEIPTS COME IN DATE ORDER ; THE REST KEEP THEIR ORDER
       01 SORT-REC.
           05 SR-STUDENT-ID   PIC X(5).
            05 SR-CLASS         PIC X(1).
            05 SR-DATE          PIC X(8).
            05 SR-SEQ           PIC 9(7).
            05 SR-ENTRY         PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS1        PIC 99.
       01 WS-STATUS2        PIC 99.
       01 WS-STATUS3        PIC 99.
       01 WS-STATUS4        PIC 99.
       01 WS-STATUS5        PIC 99.
       01 WS-STATUS6        PIC 99.
       01 WS-STATUS7        PIC 99.
       01 WS-STATUS8        PIC 99.
       01 WS-STATUS9        PIC 99.
       01 WS-ABEND-WHERE    PIC X(30) VALUE SPACES.
      *
       01 WS-INPUT-EOF-FLAG PIC X(1) VALUE "N".
           88 END-OF-INPUT          VALUE "Y".
           88 NOT-END-OF-INPUT      VALUE "N".
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-SORTED-ENTRIES     VALUE "Y".
           88 NOT-END-OF-SORTED-ENTRIES VALUE "N".
      *
      *THE RUN DATE, THE TERM BILLED AND ITS DUE DATE, FROM FEEPARM
       01 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-RUN-INT        PIC 9(7) VALUE ZERO.
       01 WS-BILL-TERM      PIC X(6) VALUE SPACES.
       01 WS-DUE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
       01 WS-DUE-INT        PIC 9(7) VALUE ZERO.
       01 WS-DAYS-PAST      PIC S9(7) VALUE ZERO.
      *
      *THE FEE SCHEDULE, HELD FOR THE RUN . MORE THAN 300 FEES IS
      *TREATED AS FATAL
       01 WS-FEE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 300 TIMES
                   INDEXED BY FE-IDX.
               10 WS-FEE-PROGRAMME PIC X(4).
               10 WS-FEE-CODE      PIC X(4).
               10 WS-FEE-DESC      PIC X(20).
               10 WS-FEE-AMOUNT    PIC 9(7)V99.
       01 WS-FEE-FOUND-FLAG PIC X(1) VALUE "N".
           88 FEE-FOUND             VALUE "Y".
           88 FEE-NOT-FOUND         VALUE "N".
      *
      *RECEIPT NUMBERS TAKEN THIS RUN, SO ONE KEYED TWICE IS CAUGHT .
      *MORE THAN 2000 RECEIPTS IN A RUN IS TREATED AS FATAL
       01 WS-RCPT-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-RCPT-TABLE.
           05 WS-RCPT-NO OCCURS 2000 TIMES
                   INDEXED BY RN-IDX
                                PIC X(8).
       01 WS-RCPT-DUP-FLAG  PIC X(1) VALUE "N".
           88 RECEIPT-IS-DUPLICATE  VALUE "Y".
           88 RECEIPT-IS-NEW        VALUE "N".
      *
      *ONE LEDGER ENTRY BEING BUILT FOR RELEASE TO THE SORT
       01 WS-NEW-ENTRY.
           05 NE-STUDENT-ID     PIC X(5).
           05 NE-ENTRY-TYPE     PIC X(1).
           05 NE-ENTRY-DATE     PIC X(8).
           05 NE-TERM           PIC X(6).
           05 NE-FEE-CODE       PIC X(4).
           05 NE-RECEIPT-NO     PIC X(8).
           05 NE-DESCRIPTION    PIC X(20).
           05 NE-AMOUNT         PIC 9(7)V99.
           05 NE-APPLIED        PIC 9(7)V99.
           05 NE-DUE-DATE       PIC X(8).
           05 FILLER            PIC X(22).
       01 WS-RELEASE-SEQ    PIC 9(7) VALUE ZERO.
      *
      *THE STUDENT IN HAND'S LEDGER ROWS . MORE THAN 300 ROWS FOR ONE
      *STUDENT IS TREATED AS FATAL
       01 WS-CUR-STUDENT    PIC X(5) VALUE SPACES.
       01 WS-LG-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 300 TIMES
                   INDEXED BY LG-IDX OC-IDX.
               10 WS-LG-STUDENT     PIC X(5).
               10 WS-LG-TYPE        PIC X(1).
               10 WS-LG-DATE        PIC X(8).
               10 WS-LG-TERM        PIC X(6).
               10 WS-LG-FEE-CODE    PIC X(4).
               10 WS-LG-RECEIPT-NO  PIC X(8).
               10 WS-LG-DESC        PIC X(20).
               10 WS-LG-AMOUNT      PIC 9(7)V99.
               10 WS-LG-APPLIED     PIC 9(7)V99.
               10 WS-LG-DUE-DATE    PIC X(8).
               10 WS-LG-DUE-DATE-N REDEFINES WS-LG-DUE-DATE
                                    PIC 9(8).
               10 FILLER            PIC X(22).
      *
      *THE ENTRY IN HAND IS KEPT OR IS LISTED AND DROPPED
       01 WS-ENTRY-OK-FLAG  PIC X(1) VALUE "Y".
           88 ENTRY-IS-GOOD         VALUE "Y".
           88 ENTRY-IS-BAD          VALUE "N".
       01 WS-REJECT-REASON  PIC X(22) VALUE SPACES.
      *
      *POSTING A RECEIPT : THE OLDEST OPEN CHARGE AND WHAT GOES ON IT
       01 WS-OLDEST-SUB     PIC 9(3) VALUE ZERO.
       01 WS-OLDEST-DUE     PIC X(8) VALUE SPACES.
       01 WS-RCPT-LEFT      PIC 9(7)V99 VALUE ZERO.
       01 WS-CHARGE-OPEN    PIC 9(7)V99 VALUE ZERO.
       01 WS-PAY-AMOUNT     PIC 9(7)V99 VALUE ZERO.
      *
      *THE STUDENT IN HAND'S FIGURES FOR THE STATEMENT AND AGING
       01 WS-STU-BALANCE    PIC S9(9)V99 VALUE ZERO.
       01 WS-STU-OVERDUE    PIC 9(9)V99 VALUE ZERO.
       01 WS-STU-CREDIT     PIC 9(9)V99 VALUE ZERO.
       01 WS-STU-AGED.
           05 WS-STU-BUCKET OCCURS 5 TIMES
                   INDEXED BY BK-IDX
                                PIC 9(9)V99.
      *
      *RUN TOTALS . THE LEDGER PROOF IS OPENING NET BALANCE PLUS
      *CHARGES BILLED LESS RECEIPTS POSTED EQUALS CLOSING NET BALANCE
       01 WS-FEE-TOTALS.
           05 WS-ENROL-READ-CNT PIC 9(7) VALUE ZERO.
           05 WS-RCPT-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-LEDG-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-LEDG-WRITE-CNT PIC 9(7) VALUE ZERO.
           05 WS-CHARGE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-POSTED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-STUDENT-CNT    PIC 9(5) VALUE ZERO.
           05 WS-OVERDUE-CNT    PIC 9(5) VALUE ZERO.
       01 WS-OPEN-NET       PIC S9(9)V99 VALUE ZERO.
       01 WS-BILLED-TOT     PIC 9(9)V99 VALUE ZERO.
       01 WS-RECEIVED-TOT   PIC 9(9)V99 VALUE ZERO.
       01 WS-CLOSE-NET      PIC S9(9)V99 VALUE ZERO.
       01 WS-PROOF-NET      PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-AGED.
           05 WS-RUN-BUCKET OCCURS 5 TIMES
                                PIC 9(9)V99.
       01 WS-RUN-CREDIT     PIC 9(9)V99 VALUE ZERO.
       01 WS-AMT-EDIT       PIC Z,ZZZ,ZZ9.99-.
      *
      *REPORT LINES
       01 WS-REJECT-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 FILLER          PIC X(10) VALUE "REJECTED ".
            05 RJ-STUDENT      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RJ-REFERENCE    PIC X(10) VALUE SPACES.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RJ-AMOUNT       PIC Z,ZZZ,ZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RJ-REASON       PIC X(22).
      *
       01 WS-STMT-HEAD.
           05 FILLER          PIC X(30)
                VALUE "STATEMENT OF ACCOUNT - STUDENT".
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SH-STUDENT-ID   PIC X(5).
            05 FILLER          PIC X(9)  VALUE "   AS AT ".
            05 SH-RUN-DATE     PIC X(8).
      *
       01 WS-STMT-COLS.
           05 FILLER          PIC X(10) VALUE "DATE".
            05 FILLER          PIC X(9)  VALUE "ENTRY".
            05 FILLER          PIC X(12) VALUE "REFERENCE".
            05 FILLER          PIC X(21) VALUE "DESCRIPTION".
            05 FILLER          PIC X(13) VALUE "     CHARGES".
            05 FILLER          PIC X(13) VALUE "    PAYMENTS".
            05 FILLER          PIC X(12) VALUE "     BALANCE".
      *
       01 WS-STMT-LINE.
           05 SL-DATE         PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-ENTRY        PIC X(7).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-REFERENCE    PIC X(10).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-DESCRIPTION  PIC X(20).
            05 SL-CHARGE       PIC Z,ZZZ,ZZ9.99.
            05 SL-CHARGE-X REDEFINES SL-CHARGE PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-PAYMENT      PIC Z,ZZZ,ZZ9.99.
            05 SL-PAYMENT-X REDEFINES SL-PAYMENT PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-BALANCE      PIC Z,ZZZ,ZZ9.99-.
      *
       01 WS-STMT-TOTAL.
           05 FILLER          PIC X(13) VALUE "BALANCE DUE".
            05 ST-BALANCE      PIC Z,ZZZ,ZZ9.99-.
            05 FILLER          PIC X(13) VALUE "   OVERDUE".
            05 ST-OVERDUE      PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-AGED-COLS.
           05 FILLER          PIC X(9)  VALUE "STUDENT".
            05 FILLER          PIC X(14) VALUE "      CURRENT".
            05 FILLER          PIC X(14) VALUE "    1-30 DAYS".
            05 FILLER          PIC X(14) VALUE "   31-60 DAYS".
            05 FILLER          PIC X(14) VALUE "   61-90 DAYS".
            05 FILLER          PIC X(14) VALUE "   OVER 90".
            05 FILLER          PIC X(15) VALUE "          TOTAL".
      *
       01 WS-AGED-ROW.
           05 AR-STUDENT      PIC X(7).
            05 AR-BUCKET OCCURS 5 TIMES.
               10 FILLER       PIC X(2).
               10 AR-AMOUNT    PIC Z,ZZZ,ZZ9.99.
            05 FILLER          PIC X(2).
            05 AR-TOTAL        PIC ZZ,ZZZ,ZZ9.99-.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 1000-INITIALIZE
            SORT SORT-FILE
                ON ASCENDING KEY SR-STUDENT-ID SR-CLASS SR-DATE
                                 SR-SEQ
                INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
                OUTPUT PROCEDURE IS 3000-POST-LEDGER
            PERFORM 8000-PRINT-SUMMARY
            PERFORM 5000-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       1000-INITIALIZE.
      *
      *reads the feeparm card, loads the fee schedule and opens the
      *new ledger and the reports
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY FEEPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            PERFORM 1100-APPLY-PARM-CARD
            CLOSE PARAM-FILE
            PERFORM 1200-LOAD-FEE-SCHEDULE
            OPEN OUTPUT FEE-LEDGER-OUT
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN FEE-LEDGER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT STATEMENT-FILE
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN STATEMENT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT AGED-REPORT
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN AGED-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "FEE LEDGER RUN - " WS-RUN-DATE-X
                   "   TERM BILLED " WS-BILL-TERM
                   "   DUE " WS-DUE-DATE-X
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE SPACES TO AGED-LINE
            STRING "AGED RECEIVABLES - STUDENT FEES AS AT "
                   WS-RUN-DATE-X
                DELIMITED BY SIZE INTO AGED-LINE
            PERFORM 6950-WRITE-AGED-LINE
            MOVE WS-AGED-COLS TO AGED-LINE
            PERFORM 6950-WRITE-AGED-LINE
            MOVE ZERO TO WS-RUN-AGED
            .
      *
       1100-APPLY-PARM-CARD.
      *
      *takes the run date, the term and the due date from the card .
      *a blank run date is today and a blank due date is thirty days
      *on ; an unreadable date is fatal rather than aging every
      *balance against the wrong day
      *
            IF PRM-RUN-DATE-X = SPACES
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ELSE
                IF PRM-RUN-DATE-X IS NOT NUMERIC
                    MOVE "BAD FEEPARM RUN DATE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PRM-RUN-DATE TO WS-RUN-DATE
            END-IF
            COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            MOVE PRM-TERM TO WS-BILL-TERM
            IF PRM-DUE-DATE-X = SPACES
                COMPUTE WS-DUE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 30)
            ELSE
                IF PRM-DUE-DATE-X IS NOT NUMERIC
                    MOVE "BAD FEEPARM DUE DATE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PRM-DUE-DATE TO WS-DUE-DATE
            END-IF
            .
      *
       1200-LOAD-FEE-SCHEDULE.
      *
      *loads the fee schedule . a fee with an unreadable amount is
      *fatal -- every bill for the programme would be wrong
      *
            OPEN INPUT FEE-SCHEDULE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN FEE-SCHEDULE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT TO TRUE
            PERFORM 1210-READ-FEE
            PERFORM 1220-STORE-ONE-FEE
                UNTIL END-OF-INPUT
            CLOSE FEE-SCHEDULE
            .
      *
       1210-READ-FEE.
      *
      *reads the next fee schedule record
      *
            READ FEE-SCHEDULE
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ FEE-SCHEDULE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1220-STORE-ONE-FEE.
      *
      *keeps one fee
      *
            IF FS-AMOUNT-X IS NOT NUMERIC
                MOVE "BAD FEESCHD AMOUNT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-FEE-COUNT >= 300
                MOVE "MORE THAN 300 FEES" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-FEE-COUNT
            SET FE-IDX TO WS-FEE-COUNT
            MOVE FS-PROGRAMME TO WS-FEE-PROGRAMME(FE-IDX)
            MOVE FS-FEE-CODE TO WS-FEE-CODE(FE-IDX)
            MOVE FS-DESCRIPTION TO WS-FEE-DESC(FE-IDX)
            MOVE FS-AMOUNT TO WS-FEE-AMOUNT(FE-IDX)
            PERFORM 1210-READ-FEE
            .
      *
       2000-RELEASE-ENTRIES.
      *
      *is the sort input procedure . releases the old ledger, this
      *term's charges for every enrolment and every good receipt,
      *all in ledger form
      *
            PERFORM 2100-RELEASE-OLD-LEDGER
            PERFORM 2200-RELEASE-CHARGES
            PERFORM 2300-RELEASE-RECEIPTS
            .
      *
       2100-RELEASE-OLD-LEDGER.
      *
      *releases every row of the ledger as it stood, and adds it to
      *the opening net balance . no feeold means a new ledger
      *
            OPEN INPUT FEE-LEDGER-IN
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN FEE-LEDGER-IN" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT TO TRUE
            PERFORM 2110-READ-OLD-LEDGER
            PERFORM 2120-RELEASE-ONE-OLD-ROW
                UNTIL END-OF-INPUT
            CLOSE FEE-LEDGER-IN
            .
      *
       2110-READ-OLD-LEDGER.
      *
      *reads the next old ledger row
      *
            READ FEE-LEDGER-IN
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ FEE-LEDGER-IN" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2120-RELEASE-ONE-OLD-ROW.
      *
      *releases one old ledger row as class 1
      *
            ADD 1 TO WS-LEDG-READ-CNT
            IF FL-ENTRY-TYPE = "C"
                ADD FL-AMOUNT TO WS-OPEN-NET
            ELSE
                SUBTRACT FL-AMOUNT FROM WS-OPEN-NET
            END-IF
            MOVE FEE-LEDGER-IN-REC TO WS-NEW-ENTRY
            MOVE "1" TO SR-CLASS
            MOVE ZERO TO SR-DATE
            PERFORM 2900-RELEASE-ENTRY
            PERFORM 2110-READ-OLD-LEDGER
            .
      *
       2200-RELEASE-CHARGES.
      *
      *bills every enrolled student this term's fees for their
      *programme . no enrolment file means no billing this run
      *
            OPEN INPUT ENROLMENT-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN ENROLMENT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT TO TRUE
            PERFORM 2210-READ-ENROLMENT
            PERFORM 2220-BILL-ONE-STUDENT
                UNTIL END-OF-INPUT
            CLOSE ENROLMENT-FILE
            .
      *
       2210-READ-ENROLMENT.
      *
      *reads the next enrolment
      *
            READ ENROLMENT-FILE
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ ENROLMENT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2220-BILL-ONE-STUDENT.
      *
      *releases one charge per fee on the student's programme . a
      *programme with no fees on the schedule is listed and skipped
      *
            ADD 1 TO WS-ENROL-READ-CNT
            IF WS-BILL-TERM = SPACES
                MOVE "NO TERM ON FEEPARM" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET FEE-NOT-FOUND TO TRUE
            PERFORM 2230-CHARGE-ONE-FEE
                VARYING FE-IDX FROM 1 BY 1
                UNTIL FE-IDX > WS-FEE-COUNT
            IF FEE-NOT-FOUND
                MOVE EN-STUDENT-ID TO RJ-STUDENT
                MOVE EN-PROGRAMME TO RJ-REFERENCE
                MOVE ZERO TO RJ-AMOUNT
                MOVE "NO FEE SCHEDULE" TO RJ-REASON
                PERFORM 6800-LIST-REJECT
            END-IF
            PERFORM 2210-READ-ENROLMENT
            .
      *
       2230-CHARGE-ONE-FEE.
      *
      *releases a charge for this fee when it belongs to the
      *student's programme
      *
            IF WS-FEE-PROGRAMME(FE-IDX) = EN-PROGRAMME
                SET FEE-FOUND TO TRUE
                MOVE SPACES TO WS-NEW-ENTRY
                MOVE EN-STUDENT-ID TO NE-STUDENT-ID
                MOVE "C" TO NE-ENTRY-TYPE
                MOVE WS-RUN-DATE-X TO NE-ENTRY-DATE
                MOVE WS-BILL-TERM TO NE-TERM
                MOVE WS-FEE-CODE(FE-IDX) TO NE-FEE-CODE
                MOVE WS-FEE-DESC(FE-IDX) TO NE-DESCRIPTION
                MOVE WS-FEE-AMOUNT(FE-IDX) TO NE-AMOUNT
                MOVE ZERO TO NE-APPLIED
                MOVE WS-DUE-DATE-X TO NE-DUE-DATE
                MOVE "2" TO SR-CLASS
                MOVE ZERO TO SR-DATE
                PERFORM 2900-RELEASE-ENTRY
            END-IF
            .
      *
       2300-RELEASE-RECEIPTS.
      *
      *releases every good receipt . no receipts file means none
      *taken since the last run
      *
            OPEN INPUT RECEIPT-FILE
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN RECEIPT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT TO TRUE
            PERFORM 2310-READ-RECEIPT
            PERFORM 2320-RELEASE-ONE-RECEIPT
                UNTIL END-OF-INPUT
            CLOSE RECEIPT-FILE
            .
      *
       2310-READ-RECEIPT.
      *
      *reads the next receipt
      *
            READ RECEIPT-FILE
                AT END SET END-OF-INPUT TO TRUE
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ RECEIPT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2320-RELEASE-ONE-RECEIPT.
      *
      *proves one receipt -- a receipt number, a student, a date no
      *later than the run, an amount, and not a number already taken
      *this run -- and releases it as class 3 in date order
      *
            ADD 1 TO WS-RCPT-READ-CNT
            SET ENTRY-IS-GOOD TO TRUE
            EVALUATE TRUE
                WHEN RC-RECEIPT-NO = SPACES
                    MOVE "NO RECEIPT NUMBER" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
                WHEN RC-STUDENT-ID = SPACES
                    MOVE "NO STUDENT ID" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
                WHEN RC-DATE IS NOT NUMERIC
                    MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
                WHEN RC-DATE > WS-RUN-DATE-X
                    MOVE "DATED AFTER THE RUN" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
                WHEN RC-AMOUNT-X IS NOT NUMERIC
                    MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
                WHEN RC-AMOUNT = ZERO
                    MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                    SET ENTRY-IS-BAD TO TRUE
            END-EVALUATE
            IF ENTRY-IS-GOOD
                PERFORM 2330-CHECK-RECEIPT-NO
            END-IF
            IF ENTRY-IS-BAD
                MOVE RC-STUDENT-ID TO RJ-STUDENT
                MOVE RC-RECEIPT-NO TO RJ-REFERENCE
                IF RC-AMOUNT-X IS NUMERIC
                    MOVE RC-AMOUNT TO RJ-AMOUNT
                ELSE
                    MOVE ZERO TO RJ-AMOUNT
                END-IF
                MOVE WS-REJECT-REASON TO RJ-REASON
                PERFORM 6800-LIST-REJECT
            ELSE
                MOVE SPACES TO WS-NEW-ENTRY
                MOVE RC-STUDENT-ID TO NE-STUDENT-ID
                MOVE "R" TO NE-ENTRY-TYPE
                MOVE RC-DATE TO NE-ENTRY-DATE
                MOVE RC-RECEIPT-NO TO NE-RECEIPT-NO
                EVALUATE RC-METHOD
                    WHEN "C"
                        MOVE "PAYMENT - CASH" TO NE-DESCRIPTION
                    WHEN "Q"
                        MOVE "PAYMENT - CHEQUE" TO NE-DESCRIPTION
                    WHEN "T"
                        MOVE "PAYMENT - TRANSFER" TO NE-DESCRIPTION
                    WHEN OTHER
                        MOVE "PAYMENT" TO NE-DESCRIPTION
                END-EVALUATE
                MOVE RC-AMOUNT TO NE-AMOUNT
                MOVE ZERO TO NE-APPLIED
                MOVE "3" TO SR-CLASS
                MOVE RC-DATE TO SR-DATE
                PERFORM 2900-RELEASE-ENTRY
            END-IF
            PERFORM 2310-READ-RECEIPT
            .
      *
       2330-CHECK-RECEIPT-NO.
      *
      *rejects a receipt number already taken this run, and keeps a
      *new one
      *
            SET RECEIPT-IS-NEW TO TRUE
            PERFORM 2340-MATCH-ONE-RECEIPT-NO
                VARYING RN-IDX FROM 1 BY 1
                UNTIL RN-IDX > WS-RCPT-COUNT
                   OR RECEIPT-IS-DUPLICATE
            IF RECEIPT-IS-DUPLICATE
                MOVE "RECEIPT NO. REPEATED" TO WS-REJECT-REASON
                SET ENTRY-IS-BAD TO TRUE
            ELSE
                IF WS-RCPT-COUNT >= 2000
                    MOVE "MORE THAN 2000 RECEIPTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-RCPT-COUNT
                SET RN-IDX TO WS-RCPT-COUNT
                MOVE RC-RECEIPT-NO TO WS-RCPT-NO(RN-IDX)
            END-IF
            .
      *
       2340-MATCH-ONE-RECEIPT-NO.
      *
      *flags the receipt a duplicate when this entry is its number
      *
            IF WS-RCPT-NO(RN-IDX) = RC-RECEIPT-NO
                SET RECEIPT-IS-DUPLICATE TO TRUE
            END-IF
            .
      *
       2900-RELEASE-ENTRY.
      *
      *releases the entry built in ws-new-entry under the class and
      *date already set
      *
            ADD 1 TO WS-RELEASE-SEQ
            MOVE NE-STUDENT-ID TO SR-STUDENT-ID
            MOVE WS-RELEASE-SEQ TO SR-SEQ
            MOVE WS-NEW-ENTRY TO SR-ENTRY
            RELEASE SORT-REC
            .
      *
       3000-POST-LEDGER.
      *
      *is the sort output procedure . gathers each student's rows,
      *then posts their receipts and writes their ledger, statement
      *and aging on the student-id control break
      *
            SET NOT-END-OF-SORTED-ENTRIES TO TRUE
            PERFORM 3010-RETURN-NEXT-ENTRY
            PERFORM 3050-TAKE-ONE-ENTRY
                UNTIL END-OF-SORTED-ENTRIES
            IF WS-CUR-STUDENT NOT = SPACES
                PERFORM 3300-CLOSE-STUDENT
            END-IF
            .
      *
       3010-RETURN-NEXT-ENTRY.
      *
      *returns the next sorted entry
      *
            RETURN SORT-FILE
                AT END SET END-OF-SORTED-ENTRIES TO TRUE
            END-RETURN
            .
      *
       3050-TAKE-ONE-ENTRY.
      *
      *is performed from 3000-post-ledger . opens a new student on a
      *control break, then keeps the entry unless it is a fee
      *already billed for the term or a receipt already posted
      *
            IF SR-STUDENT-ID NOT = WS-CUR-STUDENT
                IF WS-CUR-STUDENT NOT = SPACES
                    PERFORM 3300-CLOSE-STUDENT
                END-IF
                PERFORM 3100-OPEN-STUDENT
            END-IF
            MOVE SR-ENTRY TO WS-NEW-ENTRY
            SET ENTRY-IS-GOOD TO TRUE
            EVALUATE SR-CLASS
                WHEN "2"
                    PERFORM 3200-CHECK-CHARGE
                WHEN "3"
                    PERFORM 3250-CHECK-RECEIPT
            END-EVALUATE
            IF ENTRY-IS-GOOD
                IF WS-LG-COUNT >= 300
                    MOVE "MORE THAN 300 LEDGER ROWS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-LG-COUNT
                SET LG-IDX TO WS-LG-COUNT
                MOVE WS-NEW-ENTRY TO WS-LG-ENTRY(LG-IDX)
                EVALUATE SR-CLASS
                    WHEN "2"
                        ADD 1 TO WS-CHARGE-CNT
                        ADD NE-AMOUNT TO WS-BILLED-TOT
                    WHEN "3"
                        ADD 1 TO WS-POSTED-CNT
                        ADD NE-AMOUNT TO WS-RECEIVED-TOT
                END-EVALUATE
            ELSE
                MOVE NE-STUDENT-ID TO RJ-STUDENT
                MOVE NE-AMOUNT TO RJ-AMOUNT
                MOVE WS-REJECT-REASON TO RJ-REASON
                PERFORM 6800-LIST-REJECT
            END-IF
            PERFORM 3010-RETURN-NEXT-ENTRY
            .
      *
       3100-OPEN-STUDENT.
      *
      *starts a new student's rows
      *
            MOVE SR-STUDENT-ID TO WS-CUR-STUDENT
            MOVE ZERO TO WS-LG-COUNT
            .
      *
       3200-CHECK-CHARGE.
      *
      *drops a charge when the same fee is already on the ledger for
      *the same term, so a billing run put through twice bills once
      *
            PERFORM 3210-MATCH-ONE-CHARGE
                VARYING LG-IDX FROM 1 BY 1
                UNTIL LG-IDX > WS-LG-COUNT
                   OR ENTRY-IS-BAD
            IF ENTRY-IS-BAD
                STRING NE-TERM NE-FEE-CODE
                    DELIMITED BY SIZE INTO RJ-REFERENCE
                MOVE "ALREADY BILLED" TO WS-REJECT-REASON
            END-IF
            .
      *
       3210-MATCH-ONE-CHARGE.
      *
      *flags the charge a repeat when this row is the same fee for
      *the same term
      *
            IF WS-LG-TYPE(LG-IDX) = "C"
                    AND WS-LG-TERM(LG-IDX) = NE-TERM
                    AND WS-LG-FEE-CODE(LG-IDX) = NE-FEE-CODE
                SET ENTRY-IS-BAD TO TRUE
            END-IF
            .
      *
       3250-CHECK-RECEIPT.
      *
      *drops a receipt for a student with nothing on the ledger --
      *most likely a mis-keyed student id -- or one whose receipt
      *number is already on the student's ledger
      *
            MOVE NE-RECEIPT-NO TO RJ-REFERENCE
            IF WS-LG-COUNT = 0
                SET ENTRY-IS-BAD TO TRUE
                MOVE "NO LEDGER FOR STUDENT" TO WS-REJECT-REASON
            ELSE
                PERFORM 3260-MATCH-ONE-RECEIPT
                    VARYING LG-IDX FROM 1 BY 1
                    UNTIL LG-IDX > WS-LG-COUNT
                       OR ENTRY-IS-BAD
                IF ENTRY-IS-BAD
                    MOVE "RECEIPT ALREADY POSTED" TO WS-REJECT-REASON
                END-IF
            END-IF
            .
      *
       3260-MATCH-ONE-RECEIPT.
      *
      *flags the receipt a repeat when this row carries its number
      *
            IF WS-LG-TYPE(LG-IDX) = "R"
                    AND WS-LG-RECEIPT-NO(LG-IDX) = NE-RECEIPT-NO
                SET ENTRY-IS-BAD TO TRUE
            END-IF
            .
      *
       3300-CLOSE-STUDENT.
      *
      *finishes the current student : posts every receipt with money
      *left on it, oldest charge first, then writes the ledger rows,
      *the statement and the aged line . a student whose every entry
      *was rejected has nothing to write
      *
            IF WS-LG-COUNT > 0
                PERFORM 3400-POST-ONE-RECEIPT
                    VARYING LG-IDX FROM 1 BY 1
                    UNTIL LG-IDX > WS-LG-COUNT
                PERFORM 3500-WRITE-LEDGER-ROWS
                PERFORM 3600-PRINT-STATEMENT
                PERFORM 3700-AGE-STUDENT
                ADD 1 TO WS-STUDENT-CNT
            END-IF
            .
      *
       3400-POST-ONE-RECEIPT.
      *
      *spends what is left on this receipt on the open charges,
      *oldest due date first, until it is spent or nothing is owed
      *
            IF WS-LG-TYPE(LG-IDX) = "R"
                COMPUTE WS-RCPT-LEFT = WS-LG-AMOUNT(LG-IDX)
                        - WS-LG-APPLIED(LG-IDX)
                MOVE 1 TO WS-OLDEST-SUB
                PERFORM 3410-PAY-OLDEST-CHARGE
                    UNTIL WS-RCPT-LEFT = ZERO
                       OR WS-OLDEST-SUB = ZERO
            END-IF
            .
      *
       3410-PAY-OLDEST-CHARGE.
      *
      *finds the open charge with the earliest due date and pays as
      *much of it as the receipt has left
      *
            MOVE ZERO TO WS-OLDEST-SUB
            MOVE HIGH-VALUES TO WS-OLDEST-DUE
            PERFORM 3420-TEST-ONE-CHARGE
                VARYING OC-IDX FROM 1 BY 1
                UNTIL OC-IDX > WS-LG-COUNT
            IF WS-OLDEST-SUB > ZERO
                SET OC-IDX TO WS-OLDEST-SUB
                COMPUTE WS-CHARGE-OPEN = WS-LG-AMOUNT(OC-IDX)
                        - WS-LG-APPLIED(OC-IDX)
                IF WS-CHARGE-OPEN < WS-RCPT-LEFT
                    MOVE WS-CHARGE-OPEN TO WS-PAY-AMOUNT
                ELSE
                    MOVE WS-RCPT-LEFT TO WS-PAY-AMOUNT
                END-IF
                ADD WS-PAY-AMOUNT TO WS-LG-APPLIED(OC-IDX)
                ADD WS-PAY-AMOUNT TO WS-LG-APPLIED(LG-IDX)
                SUBTRACT WS-PAY-AMOUNT FROM WS-RCPT-LEFT
            END-IF
            .
      *
       3420-TEST-ONE-CHARGE.
      *
      *keeps this charge as the oldest so far when it is still open
      *and falls due before the one in hand
      *
            IF WS-LG-TYPE(OC-IDX) = "C"
                    AND WS-LG-APPLIED(OC-IDX) < WS-LG-AMOUNT(OC-IDX)
                    AND WS-LG-DUE-DATE(OC-IDX) < WS-OLDEST-DUE
                SET WS-OLDEST-SUB TO OC-IDX
                MOVE WS-LG-DUE-DATE(OC-IDX) TO WS-OLDEST-DUE
            END-IF
            .
      *
       3500-WRITE-LEDGER-ROWS.
      *
      *writes the student's rows to the new ledger
      *
            PERFORM 3510-WRITE-ONE-ROW
                VARYING LG-IDX FROM 1 BY 1
                UNTIL LG-IDX > WS-LG-COUNT
            .
      *
       3510-WRITE-ONE-ROW.
      *
      *writes one ledger row and adds it to the closing net balance
      *
            WRITE FEE-LEDGER-OUT-REC FROM WS-LG-ENTRY(LG-IDX)
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE FEE-LEDGER-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LEDG-WRITE-CNT
            IF WS-LG-TYPE(LG-IDX) = "C"
                ADD WS-LG-AMOUNT(LG-IDX) TO WS-CLOSE-NET
            ELSE
                SUBTRACT WS-LG-AMOUNT(LG-IDX) FROM WS-CLOSE-NET
            END-IF
            .
      *
       3600-PRINT-STATEMENT.
      *
      *prints the student's statement of account : every charge and
      *payment in ledger order with the running balance, the balance
      *due and how much of it is past its due date
      *
            MOVE ZERO TO WS-STU-BALANCE
            MOVE ZERO TO WS-STU-OVERDUE
            MOVE SPACES TO STATEMENT-LINE
            PERFORM 6850-WRITE-STATEMENT-LINE
            MOVE WS-CUR-STUDENT TO SH-STUDENT-ID
            MOVE WS-RUN-DATE-X TO SH-RUN-DATE
            MOVE WS-STMT-HEAD TO STATEMENT-LINE
            PERFORM 6850-WRITE-STATEMENT-LINE
            MOVE WS-STMT-COLS TO STATEMENT-LINE
            PERFORM 6850-WRITE-STATEMENT-LINE
            PERFORM 3610-STATEMENT-ONE-ROW
                VARYING LG-IDX FROM 1 BY 1
                UNTIL LG-IDX > WS-LG-COUNT
            MOVE WS-STU-BALANCE TO ST-BALANCE
            MOVE WS-STU-OVERDUE TO ST-OVERDUE
            MOVE WS-STMT-TOTAL TO STATEMENT-LINE
            PERFORM 6850-WRITE-STATEMENT-LINE
            IF WS-STU-OVERDUE > ZERO
                MOVE "OVERDUE BALANCE - TRANSCRIPTS WITHHELD UNTIL PAID"
                    TO STATEMENT-LINE
                PERFORM 6850-WRITE-STATEMENT-LINE
                ADD 1 TO WS-OVERDUE-CNT
            END-IF
            .
      *
       3610-STATEMENT-ONE-ROW.
      *
      *prints one charge or payment and moves the running balance
      *
            MOVE WS-LG-DATE(LG-IDX) TO SL-DATE
            MOVE SPACES TO SL-REFERENCE
            IF WS-LG-TYPE(LG-IDX) = "C"
                MOVE "CHARGE" TO SL-ENTRY
                STRING WS-LG-TERM(LG-IDX) WS-LG-FEE-CODE(LG-IDX)
                    DELIMITED BY SIZE INTO SL-REFERENCE
                MOVE WS-LG-AMOUNT(LG-IDX) TO SL-CHARGE
                MOVE SPACES TO SL-PAYMENT-X
                ADD WS-LG-AMOUNT(LG-IDX) TO WS-STU-BALANCE
                IF WS-LG-DUE-DATE(LG-IDX) < WS-RUN-DATE-X
                    COMPUTE WS-STU-OVERDUE = WS-STU-OVERDUE
                        + WS-LG-AMOUNT(LG-IDX) - WS-LG-APPLIED(LG-IDX)
                END-IF
            ELSE
                MOVE "PAYMENT" TO SL-ENTRY
                MOVE WS-LG-RECEIPT-NO(LG-IDX) TO SL-REFERENCE
                MOVE SPACES TO SL-CHARGE-X
                MOVE WS-LG-AMOUNT(LG-IDX) TO SL-PAYMENT
                SUBTRACT WS-LG-AMOUNT(LG-IDX) FROM WS-STU-BALANCE
            END-IF
            MOVE WS-LG-DESC(LG-IDX) TO SL-DESCRIPTION
            MOVE WS-STU-BALANCE TO SL-BALANCE
            MOVE WS-STMT-LINE TO STATEMENT-LINE
            PERFORM 6850-WRITE-STATEMENT-LINE
            .
      *
       3700-AGE-STUDENT.
      *
      *spreads the student's open charges by days past due --
      *current, 1-30, 31-60, 61-90, over 90 -- with any unspent
      *credit taken off the total, and prints the aged line when
      *anything is owed either way
      *
            MOVE ZERO TO WS-STU-AGED
            MOVE ZERO TO WS-STU-CREDIT
            PERFORM 3710-AGE-ONE-ROW
                VARYING LG-IDX FROM 1 BY 1
                UNTIL LG-IDX > WS-LG-COUNT
            IF WS-STU-BALANCE NOT = ZERO
                MOVE SPACES TO WS-AGED-ROW
                MOVE WS-CUR-STUDENT TO AR-STUDENT
                PERFORM 3720-EDIT-ONE-BUCKET
                    VARYING BK-IDX FROM 1 BY 1
                    UNTIL BK-IDX > 5
                MOVE WS-STU-BALANCE TO AR-TOTAL
                MOVE WS-AGED-ROW TO AGED-LINE
                PERFORM 6950-WRITE-AGED-LINE
                ADD WS-STU-CREDIT TO WS-RUN-CREDIT
            END-IF
            .
      *
       3710-AGE-ONE-ROW.
      *
      *adds one open charge to its age bucket, or one receipt's
      *unspent money to the student's credit
      *
            IF WS-LG-TYPE(LG-IDX) = "C"
                COMPUTE WS-CHARGE-OPEN = WS-LG-AMOUNT(LG-IDX)
                        - WS-LG-APPLIED(LG-IDX)
                IF WS-CHARGE-OPEN > ZERO
                    IF WS-LG-DUE-DATE(LG-IDX) NOT < WS-RUN-DATE-X
                        SET BK-IDX TO 1
                    ELSE
                        COMPUTE WS-DAYS-PAST = WS-RUN-INT
                            - FUNCTION INTEGER-OF-DATE
                                (WS-LG-DUE-DATE-N(LG-IDX))
                        EVALUATE TRUE
                            WHEN WS-DAYS-PAST <= 30
                                SET BK-IDX TO 2
                            WHEN WS-DAYS-PAST <= 60
                                SET BK-IDX TO 3
                            WHEN WS-DAYS-PAST <= 90
                                SET BK-IDX TO 4
                            WHEN OTHER
                                SET BK-IDX TO 5
                        END-EVALUATE
                    END-IF
                    ADD WS-CHARGE-OPEN TO WS-STU-BUCKET(BK-IDX)
                END-IF
            ELSE
                COMPUTE WS-STU-CREDIT = WS-STU-CREDIT
                        + WS-LG-AMOUNT(LG-IDX) - WS-LG-APPLIED(LG-IDX)
            END-IF
            .
      *
       3720-EDIT-ONE-BUCKET.
      *
      *edits one age bucket onto the aged line and the run totals
      *
            MOVE WS-STU-BUCKET(BK-IDX) TO AR-AMOUNT(BK-IDX)
            ADD WS-STU-BUCKET(BK-IDX) TO WS-RUN-BUCKET(BK-IDX)
            .
      *
       6800-LIST-REJECT.
      *
      *lists one enrolment, charge or receipt not posted, with the
      *reason
      *
            MOVE WS-REJECT-LINE TO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE SPACES TO RJ-REFERENCE
            ADD 1 TO WS-REJECT-CNT
            .
      *
       6850-WRITE-STATEMENT-LINE.
      *
      *writes one statement line
      *
            WRITE STATEMENT-LINE
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE STATEMENT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       6900-WRITE-REPORT-LINE.
      *
      *writes one run report line
      *
            WRITE REPORT-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       6950-WRITE-AGED-LINE.
      *
      *writes one aged receivables line
      *
            WRITE AGED-LINE
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE AGED-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       8000-PRINT-SUMMARY.
      *
      *prints the aged totals and the run totals, and proves the
      *ledger : opening net balance plus charges billed less
      *receipts posted must equal the closing net balance
      *
            MOVE SPACES TO WS-AGED-ROW
            MOVE "TOTAL" TO AR-STUDENT
            PERFORM 8010-EDIT-ONE-RUN-BUCKET
                VARYING BK-IDX FROM 1 BY 1
                UNTIL BK-IDX > 5
            MOVE WS-CLOSE-NET TO AR-TOTAL
            MOVE SPACES TO AGED-LINE
            PERFORM 6950-WRITE-AGED-LINE
            MOVE WS-AGED-ROW TO AGED-LINE
            PERFORM 6950-WRITE-AGED-LINE
            MOVE WS-RUN-CREDIT TO WS-AMT-EDIT
            MOVE SPACES TO AGED-LINE
            STRING "UNSPENT CREDITS HELD " WS-AMT-EDIT
                DELIMITED BY SIZE INTO AGED-LINE
            PERFORM 6950-WRITE-AGED-LINE
            COMPUTE WS-PROOF-NET = WS-OPEN-NET + WS-BILLED-TOT
                    - WS-RECEIVED-TOT
            MOVE SPACES TO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE WS-OPEN-NET TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "OPENING BALANCE .... " WS-AMT-EDIT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE WS-BILLED-TOT TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "CHARGES BILLED ..... " WS-AMT-EDIT
                   "   ENTRIES " WS-CHARGE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE WS-RECEIVED-TOT TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "RECEIPTS POSTED .... " WS-AMT-EDIT
                   "   ENTRIES " WS-POSTED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE WS-CLOSE-NET TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "CLOSING BALANCE .... " WS-AMT-EDIT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-PROOF-NET = WS-CLOSE-NET
                MOVE "LEDGER PROVED" TO REPORT-LINE
            ELSE
                MOVE "LEDGER OUT OF BALANCE" TO REPORT-LINE
            END-IF
            PERFORM 6900-WRITE-REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "STUDENTS " WS-STUDENT-CNT
                   "  OVERDUE " WS-OVERDUE-CNT
                   "  REJECTED " WS-REJECT-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 6900-WRITE-REPORT-LINE
            DISPLAY "ENROLMENTS READ ........: " WS-ENROL-READ-CNT
            DISPLAY "RECEIPTS READ ..........: " WS-RCPT-READ-CNT
            DISPLAY "LEDGER ROWS READ .......: " WS-LEDG-READ-CNT
            DISPLAY "CHARGES BILLED .........: " WS-CHARGE-CNT
            DISPLAY "RECEIPTS POSTED ........: " WS-POSTED-CNT
            DISPLAY "ENTRIES REJECTED .......: " WS-REJECT-CNT
            DISPLAY "LEDGER ROWS WRITTEN ....: " WS-LEDG-WRITE-CNT
            DISPLAY "STUDENTS ...............: " WS-STUDENT-CNT
            DISPLAY "STUDENTS OVERDUE .......: " WS-OVERDUE-CNT
            IF WS-PROOF-NET NOT = WS-CLOSE-NET
                MOVE "LEDGER OUT OF BALANCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       8010-EDIT-ONE-RUN-BUCKET.
      *
      *edits one run-total age bucket onto the total line
      *
            MOVE WS-RUN-BUCKET(BK-IDX) TO AR-AMOUNT(BK-IDX)
            .
      *
       5000-CLOSE-RTN.
      *
      *closes the new ledger and the reports
      *
            CLOSE FEE-LEDGER-OUT
             REPORT-FILE
             STATEMENT-FILE
             AGED-REPORT
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad card or an
      *oversize table instead of leaving half a ledger
      *
            DISPLAY "***************************************"
            DISPLAY "* FEELEDG ABEND                        *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (PARAM-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (FEE-SCHEDULE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (ENROLMENT-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (RECEIPT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (FEE-LEDGER-IN): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (FEE-LEDGER-OUT): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (STATEMENT-FILE): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (AGED-REPORT): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
