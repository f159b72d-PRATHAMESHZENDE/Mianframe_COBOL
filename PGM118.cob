       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM118.
      *OUTBOUND EXTERNAL PAYMENT FILE BUILDER : PGM52 POSTS A TYPE
      *"E" EXTERNAL PAYMENT LIKE ANY OTHER DEBIT -- THROUGH THE SAME
      *OVERDRAFT AND HOLD CHECKS -- AND PARKS THE CREDIT SIDE IN THE
      *PAYMENTS CLEARING POSITION (EXTPAY), ONE RECORD PER PAYMENT
      *WHOSE DEBIT ACTUALLY POSTED . THIS NIGHTLY STEP TURNS THAT
      *POSITION INTO THE FIXED-FORMAT OUTBOUND PAYMENT FILE (EXTOUT)
      *IN THE SAME DISCIPLINE AS PGM96'S DIRECT-DEPOSIT FILE : A
      *"1" FILE HEADER CARRYING OUR ROUTING NUMBER AND THE FILE DATE,
      *ONE "6" DETAIL PER PAYMENT, AND A "9" TRAILER WITH THE COUNT
      *AND AMOUNT TOTAL .
      *EACH PAYMENT IS GIVEN A TRACE NUMBER (THE FILE DATE AND A
      *SEQUENCE WITHIN IT) AND APPENDED TO THE PERMANENT PAYMENT
      *REGISTER (EXTREG), WHICH PGM119 MATCHES THE RECEIVING BANKS'
      *RETURNS AGAINST . A RERUN ON THE SAME DATE CONTINUES THE
      *SEQUENCE FROM THE REGISTER, SO NO TRACE NUMBER IS EVER GIVEN
      *TWICE . THE REPORT LISTS EVERY PAYMENT SENT AND PROVES THE
      *PAYMENTS WRITTEN AND THE TRAILER BACK TO THE PAYMENTS READ, IN
      *COUNT AND AMOUNT -- A RUN THAT DOES NOT PROVE ENDS NON-ZERO
      *AND THE FILE IS NOT SENT
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXT-PAY-FILE ASSIGN TO "EXTPAY"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "EXTPARM"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OUTBOUND-FILE ASSIGN TO "EXTOUT"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAY-REGISTER ASSIGN TO "EXTREG"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "EXTRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXT-PAY-FILE.
      *     THE PAYMENTS CLEARING POSITION PGM52 WROTE . MUST STAY IN
      *     SYNC WITH PGM52.COB'S EXT-PAY-REC LAYOUT
       01 EXT-PAY-REC.
           05 EP-ACCT-NO    PIC X(5).
            05 EP-AMOUNT-X   PIC X(9).
            05 EP-AMOUNT REDEFINES EP-AMOUNT-X PIC 9(7)V99.
            05 EP-EFF-DATE   PIC 9(8).
            05 EP-BENE-ROUTING PIC X(9).
            05 EP-BENE-ACCT  PIC X(17).
            05 EP-BENE-NAME  PIC X(20).
            05 EP-CUST-NAME  PIC X(20).
            05 EP-BRANCH     PIC X(3).
            05 EP-RUN-DATE   PIC 9(8).
            05 FILLER        PIC X(1).
      *
       FD PARAM-FILE.
      *     ONE RECORD : OUR OWN BANK'S ROUTING NUMBER AND THE
      *     ORIGINATOR NAME THE RECEIVING BANKS SHOW
       01 PARAM-REC.
           05 PRM-OWN-ROUTING PIC X(9).
            05 PRM-ORIG-NAME  PIC X(20).
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
       FD OUTBOUND-FILE.
      *     THE FIXED-FORMAT OUTBOUND PAYMENT FILE : "1" FILE HEADER
      *     (OUR ROUTING NUMBER, FILE DATE, ORIGINATOR NAME), "6"
      *     PAYMENT DETAILS, "9" FILE TRAILER (COUNT AND AMOUNT
      *     TOTAL) . THE CLEARING NETWORK'S SHAPE, NOT OURS, SO THE
      *     COLUMNS ARE FIXED HERE AND NOWHERE ELSE
       01 OUTBOUND-REC.
           05 XO-REC-TYPE    PIC X(1).
            05 XO-BODY        PIC X(99).
            05 XO-HEADER-BODY REDEFINES XO-BODY.
               10 XO-ORIG-ROUTING  PIC X(9).
               10 XO-FILE-DATE     PIC 9(8).
               10 XO-ORIG-NAME     PIC X(20).
               10 FILLER           PIC X(62).
            05 XO-DETAIL-BODY REDEFINES XO-BODY.
               10 XO-TRACE-NO      PIC X(15).
               10 XO-BENE-ROUTING  PIC X(9).
               10 XO-BENE-ACCT     PIC X(17).
               10 XO-BENE-NAME     PIC X(20).
               10 XO-AMOUNT        PIC 9(7)V99.
               10 XO-CUST-ACCT     PIC X(5).
               10 XO-CUST-NAME     PIC X(20).
               10 FILLER           PIC X(4).
            05 XO-TRAILER-BODY REDEFINES XO-BODY.
               10 XO-ITEM-COUNT    PIC 9(7).
               10 XO-ITEM-TOTAL    PIC 9(11)V99.
               10 FILLER           PIC X(79).
      *
       FD PAY-REGISTER.
      *     THE PERMANENT REGISTER OF EXTERNAL PAYMENTS SENT, ONE ROW
      *     PER PAYMENT, APPENDED EVERY RUN . MUST STAY IN SYNC WITH
      *     PGM119.COB'S PAY-REGISTER-REC LAYOUT
       01 PAY-REGISTER-REC.
           05 RG-TRACE-NO.
               10 RG-TRACE-DATE  PIC 9(8).
               10 RG-TRACE-SEQ   PIC 9(7).
            05 RG-ACCT-NO     PIC X(5).
            05 RG-AMOUNT      PIC 9(7)V99.
            05 RG-BENE-ROUTING PIC X(9).
            05 RG-BENE-ACCT   PIC X(17).
            05 RG-BENE-NAME   PIC X(20).
            05 RG-BRANCH      PIC X(3).
            05 RG-EFF-DATE    PIC 9(8).
            05 RG-SENT-DATE   PIC 9(8).
            05 FILLER         PIC X(6).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
      *
      *OUR OWN ROUTING NUMBER AND ORIGINATOR NAME, FROM THE EXTPARM
      *CARD
       01 WS-OWN-ROUTING     PIC X(9) VALUE SPACES.
       01 WS-ORIG-NAME       PIC X(20) VALUE SPACES.
      *
      *THE TRACE NUMBER IN HAND : THE FILE DATE AND A SEQUENCE THAT
      *CARRIES ON FROM THE HIGHEST ONE THE REGISTER ALREADY HOLDS
      *FOR THAT DATE
       01 WS-TRACE-NO.
           05 WS-TRACE-DATE   PIC 9(8) VALUE ZERO.
           05 WS-TRACE-SEQ    PIC 9(7) VALUE ZERO.
      *
      *PAYMENT CONTROL TOTALS . THE PAYMENTS WRITTEN AND THE
      *TRAILER MUST BOTH PROVE BACK TO THE PAYMENTS READ
       01 WS-PAY-TOTALS.
           05 WS-READ-CNT        PIC 9(7) VALUE ZERO.
           05 WS-READ-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-SENT-CNT        PIC 9(7) VALUE ZERO.
           05 WS-SENT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-REG-WRITE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-RERUN-CNT       PIC 9(7) VALUE ZERO.
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
            05 FILLER          PIC X(34)
                VALUE "PGM118 EXTERNAL PAYMENTS SENT".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(13) VALUE "  FILE DATE ".
            05 H2-FILE-DATE    PIC 9(8).
            05 FILLER          PIC X(8)  VALUE "  FROM ".
            05 H2-ORIG-ROUTING PIC X(9).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(17) VALUE "TRACE NO.".
            05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(4)  VALUE "BR".
            05 FILLER          PIC X(11) VALUE "ROUTING".
            05 FILLER          PIC X(19) VALUE "BENEFICIARY ACCT".
            05 FILLER          PIC X(12) VALUE "     AMOUNT".
      *
       01 WS-DETAIL-LINE.
           05 DL-TRACE-NO     PIC X(15).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-BRANCH       PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-BENE-ROUTING PIC X(9).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-BENE-ACCT    PIC X(17).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
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
            PERFORM 200-WRITE-FILE-HEADER
            PERFORM 250-READ-EXT-PAY
            PERFORM 300-SEND-ONE-PAYMENT
                UNTIL END-OF-INPUT-FILE
            PERFORM 450-WRITE-FILE-TRAILER
            PERFORM 800-PROVE-AND-REPORT
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, reads the parameter card, finds the
      *last trace number already given for the date and opens the
      *files
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 120-READ-PARAM-CARD
            PERFORM 130-FIND-LAST-TRACE
            OPEN INPUT EXT-PAY-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN EXT-PAY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT OUTBOUND-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN OUTBOUND-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN EXTEND PAY-REGISTER
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS6 NOT = 00
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
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
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
            MOVE WS-RUN-DATE TO WS-TRACE-DATE
            MOVE WS-RUN-DATE TO H2-FILE-DATE
            .
      *
       120-READ-PARAM-CARD.
      *
      *reads our own routing number and originator name . a file
      *that says nothing about who sent it cannot go out
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY EXTPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-OWN-ROUTING IS NOT NUMERIC
                MOVE "BAD EXTPARM ROUTING NUMBER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-ORIG-NAME = SPACES
                MOVE "BLANK EXTPARM ORIGINATOR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-OWN-ROUTING TO WS-OWN-ROUTING
            MOVE PRM-ORIG-NAME TO WS-ORIG-NAME
            MOVE PRM-OWN-ROUTING TO H2-ORIG-ROUTING
            CLOSE PARAM-FILE
            .
      *
       130-FIND-LAST-TRACE.
      *
      *reads the payment register through once for the highest
      *trace sequence already given on the business date . an
      *absent register means this is the first file ever sent
      *
            OPEN INPUT PAY-REGISTER
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 135-READ-REGISTER
                UNTIL END-OF-INPUT-FILE
            CLOSE PAY-REGISTER
            MOVE "N" TO WS-EOF-SW
            .
      *
       135-READ-REGISTER.
      *
      *reads the next register row and keeps its sequence if it is
      *today's highest so far
      *
            READ PAY-REGISTER
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-REG-READ-CNT
                    IF RG-TRACE-DATE = WS-TRACE-DATE
                        ADD 1 TO WS-RERUN-CNT
                        IF RG-TRACE-SEQ > WS-TRACE-SEQ
                            MOVE RG-TRACE-SEQ TO WS-TRACE-SEQ
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-WRITE-FILE-HEADER.
      *
      *writes the "1" file header carrying our routing number, the
      *file date and the originator name
      *
            MOVE SPACES TO OUTBOUND-REC
            MOVE "1" TO XO-REC-TYPE
            MOVE WS-OWN-ROUTING TO XO-ORIG-ROUTING
            MOVE WS-RUN-DATE TO XO-FILE-DATE
            MOVE WS-ORIG-NAME TO XO-ORIG-NAME
            PERFORM 310-WRITE-OUTBOUND-REC
            .
      *
       250-READ-EXT-PAY.
      *
      *reads the next payment from the clearing position . an amount
      *that is not a number means the position is damaged, and
      *nothing built from it may leave the bank
      *
            READ EXT-PAY-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ EXT-PAY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT END-OF-INPUT-FILE
                IF EP-AMOUNT-X IS NOT NUMERIC
                    MOVE "BAD EXTPAY AMOUNT" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-READ-CNT
                ADD EP-AMOUNT TO WS-READ-TOTAL
            END-IF
            .
      *
       300-SEND-ONE-PAYMENT.
      *
      *gives one payment its trace number, writes its "6" detail and
      *its register row, and lists it
      *
            ADD 1 TO WS-TRACE-SEQ
            MOVE SPACES TO OUTBOUND-REC
            MOVE "6" TO XO-REC-TYPE
            MOVE WS-TRACE-NO TO XO-TRACE-NO
            MOVE EP-BENE-ROUTING TO XO-BENE-ROUTING
            MOVE EP-BENE-ACCT TO XO-BENE-ACCT
            MOVE EP-BENE-NAME TO XO-BENE-NAME
            MOVE EP-AMOUNT TO XO-AMOUNT
            MOVE EP-ACCT-NO TO XO-CUST-ACCT
            MOVE EP-CUST-NAME TO XO-CUST-NAME
            PERFORM 310-WRITE-OUTBOUND-REC
            ADD 1 TO WS-SENT-CNT
            ADD EP-AMOUNT TO WS-SENT-TOTAL
            PERFORM 320-WRITE-REGISTER-REC
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-TRACE-NO TO DL-TRACE-NO
            MOVE EP-ACCT-NO TO DL-ACCT-NO
            MOVE EP-BRANCH TO DL-BRANCH
            MOVE EP-BENE-ROUTING TO DL-BENE-ROUTING
            MOVE EP-BENE-ACCT TO DL-BENE-ACCT
            MOVE EP-AMOUNT TO DL-AMOUNT
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 250-READ-EXT-PAY
            .
      *
       310-WRITE-OUTBOUND-REC.
      *
      *writes one outbound payment file record
      *
            WRITE OUTBOUND-REC
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE OUTBOUND-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       320-WRITE-REGISTER-REC.
      *
      *appends the payment in hand to the permanent register under
      *its trace number
      *
            MOVE SPACES TO PAY-REGISTER-REC
            MOVE WS-TRACE-DATE TO RG-TRACE-DATE
            MOVE WS-TRACE-SEQ TO RG-TRACE-SEQ
            MOVE EP-ACCT-NO TO RG-ACCT-NO
            MOVE EP-AMOUNT TO RG-AMOUNT
            MOVE EP-BENE-ROUTING TO RG-BENE-ROUTING
            MOVE EP-BENE-ACCT TO RG-BENE-ACCT
            MOVE EP-BENE-NAME TO RG-BENE-NAME
            MOVE EP-BRANCH TO RG-BRANCH
            MOVE EP-EFF-DATE TO RG-EFF-DATE
            MOVE WS-RUN-DATE TO RG-SENT-DATE
            WRITE PAY-REGISTER-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-REG-WRITE-CNT
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one report line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS6 NOT = 00
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
       450-WRITE-FILE-TRAILER.
      *
      *writes the "9" file trailer with the payment count and
      *amount total
      *
            MOVE SPACES TO OUTBOUND-REC
            MOVE "9" TO XO-REC-TYPE
            MOVE WS-SENT-CNT TO XO-ITEM-COUNT
            MOVE WS-SENT-TOTAL TO XO-ITEM-TOTAL
            PERFORM 310-WRITE-OUTBOUND-REC
            .
      *
       800-PROVE-AND-REPORT.
      *
      *the payment proof : the payments written, the register rows
      *and the trailer must all equal the payments read, in count
      *and amount . a miss ends non-zero and the file is held
      *
            COMPUTE WS-DIFF-CNT = WS-READ-CNT - WS-SENT-CNT
            COMPUTE WS-DIFF-TOTAL = WS-READ-TOTAL - WS-SENT-TOTAL
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "PAYMENT PROOF" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "PAYMENTS READ" TO PL-LABEL
            MOVE WS-READ-CNT TO PL-COUNT
            MOVE WS-READ-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "PAYMENTS SENT" TO PL-LABEL
            MOVE WS-SENT-CNT TO PL-COUNT
            MOVE WS-SENT-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "DIFFERENCE" TO PL-LABEL
            MOVE WS-DIFF-CNT TO PL-COUNT
            MOVE WS-DIFF-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            IF WS-RERUN-CNT > 0
                MOVE SPACES TO REPORT-LINE
                STRING "NOTE: " WS-RERUN-CNT
                       " PAYMENTS ALREADY SENT FOR THIS DATE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "FILE DATE ..............: " WS-RUN-DATE
            DISPLAY "PAYMENTS READ ..........: " WS-READ-CNT
            DISPLAY "AMOUNT READ ............: " WS-READ-TOTAL
            DISPLAY "PAYMENTS SENT ..........: " WS-SENT-CNT
            DISPLAY "AMOUNT SENT ............: " WS-SENT-TOTAL
            DISPLAY "REGISTER ROWS WRITTEN ..: " WS-REG-WRITE-CNT
            DISPLAY "ALREADY SENT THIS DATE .: " WS-RERUN-CNT
            IF WS-DIFF-CNT = 0 AND WS-DIFF-TOTAL = 0
                    AND WS-REG-WRITE-CNT = WS-READ-CNT
                MOVE "RESULT: PROVED - RELEASE FILE" TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "PAYMENT PROOF ..........: PROVED"
            ELSE
                MOVE "RESULT: *** DOES NOT PROVE - HELD ***"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "PAYMENT PROOF ..........: *** SHORT ***"
                MOVE "PAYMENTS DO NOT PROVE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE EXT-PAY-FILE
             OUTBOUND-FILE
             PAY-REGISTER
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *ends non-zero on any failure so an unproved payment file
      *never leaves the bank
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM118 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (EXT-PAY-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (PARAM-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (DATE-CARD): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (OUTBOUND-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PAY-REGISTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (REPORT-FILE): " WS-STATUS6
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
