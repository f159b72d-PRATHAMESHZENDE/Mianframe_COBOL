      *PAYMENT REGISTER SHOWS DEPOSIT VERSUS CHEQUE COUNTS AND
      *PROVES DEPOSITS PLUS CHEQUES BACK TO THE REGISTER'S NET
      *TOTAL -- A RUN THAT DOES NOT PROVE ENDS NON-ZERO AND NO FILE
      *GOES TO THE BANK .
      *AN EMPLOYEE WHOSE ROUTING NUMBER IS OUR OWN (THE DDPARM CARD
      *CARRIES IT) BANKS WITH US : THEIR PAY NO LONGER LEAVES IN THE
      *BANK FILE ONLY TO COME BACK A DAY LATER . THE TARGET ACCOUNT
      *IS PROVED THROUGH THE PGM50 VERIFICATION CALL -- WHICH ALSO
      *STANDS IN FOR THE PRENOTE -- AND THE PAY IS WRITTEN AS AN
      *ORDINARY "C" CREDIT TO THE PAYCRTRN FEED THE PGM74 GATEWAY
      *TAGS AS SOURCE "W" . AN ACCOUNT THE VERIFICATION DOES NOT
      *KNOW (MIS-KEYED, OR CLOSED AND GONE FROM THE MASTER) FALLS
      *BACK TO A CHEQUE . THE REGISTER THEN PROVES EXTERNAL DEPOSITS
      *PLUS ON-US CREDITS PLUS CHEQUES BACK TO THE NET TOTAL . THE
      *REGISTER LISTS EACH EMPLOYEE'S PAYMENT ROUTE WITH THE ROUTING
      *NUMBER AND BANK ACCOUNT MASKED FOR THE AUDIENCE ON THE RPTAUD
      *CARD (PGM123) -- BRANCH WHEN THERE IS NO CARD -- AND ITS
      *HEADING STATES THE MASKING LEVEL . THE DIRECT-DEPOSIT FILE AND
      *THE ON-US CREDITS ALWAYS CARRY THE FULL NUMBERS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT PARAM-FILE ASSIGN TO "DDPARM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ONUS-CREDIT-FILE ASSIGN TO "PAYCRTRN"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 NP-BANK-ACCT    PIC X(10).
            05 NP-PAY-METHOD   PIC X(1).
            05 NP-PRENOTE      PIC X(1).
            05 NP-DEDUCT       PIC 9(6)V99.
            05 FILLER          PIC X(19).
      *
       FD DEPOSIT-FILE.
      *     THE FIXED-FORMAT DIRECT-DEPOSIT INTERFACE FILE : "1"
       01 REPORT-LINE       PIC X(80).
      *
       FD PARAM-FILE.
      *     ONE RECORD : THE PAY DATE THE DEPOSITS SETTLE ON, AND
      *     OUR OWN BANK'S ROUTING NUMBER (BLANK SENDS EVERY DEPOSIT
      *     OUT IN THE BANK FILE, AS BEFORE)
       01 PARAM-REC.
           05 PRM-PAY-DATE-X PIC X(8).
            05 PRM-PAY-DATE REDEFINES PRM-PAY-DATE-X PIC 9(8).
            05 PRM-OWN-ROUTING PIC X(9).
            05 FILLER         PIC X(63).
      *
       FD ONUS-CREDIT-FILE.
      *     ONE "C" CREDIT PER ON-US SALARY PAYMENT, EFFECTIVE THE
      *     PAY DATE, IN TRANS-REC LAYOUT FOR THE PGM74 GATEWAY TO
      *     ASSEMBLE AND TAG . MUST STAY IN SYNC WITH PGM52.COB'S
      *     TRANS-REC LAYOUT
       01 ONUS-CREDIT-REC.
           05 OC-ACCT-NO    COPY ACCTREC.
            05 OC-AMOUNT     PIC 9(7)V99.
            05 OC-TYPE       PIC X(1).
            05 OC-EFF-DATE   PIC 9(8).
            05 OC-ORIG-TYPE  PIC X(1).
            05 OC-ORIG-DATE  PIC 9(8).
            05 OC-BRANCH-ID  PIC X(3).
            05 OC-TELLER-ID  PIC X(4).
            05 OC-SOURCE     PIC X(1).
            05 OC-XFER-ACCT  PIC X(5).
            05 FILLER        PIC X(55).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-NETPAY      VALUE "Y".
           88 NOT-END-OF-NETPAY  VALUE "N".
      *
      *THE ON-US BANK DETAILS IN HAND : OUR ACCOUNT NUMBERS ARE
      *SHORTER THAN THE BANK-ACCOUNT FIELD, SO THE NUMBER MUST SIT
      *LEFT-JUSTIFIED WITH NOTHING AFTER IT
       01 WS-ONUS-BANK-ACCT.
           05 WS-ONUS-ACCT-NO COPY ACCTREC.
           05 WS-ONUS-ACCT-REST PIC X(5).
      *
      *ANSWER FIELDS FOR THE PGM50 ACCOUNT-VERIFICATION CALL
       01 WS-VERIFY-FOUND    PIC X(1) VALUE "N".
       01 WS-VERIFY-MASTER   PIC X(80) VALUE SPACES.
      *
      *PAYMENT CONTROL TOTALS . EXTERNAL DEPOSITS PLUS ON-US
      *CREDITS PLUS CHEQUES MUST PROVE BACK TO THE REGISTER'S NET
      *TOTAL
       01 WS-PAY-TOTALS.
           05 WS-NP-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NET-IN-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-CHEQUE-CNT      PIC 9(7) VALUE ZERO.
           05 WS-CHEQUE-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-PRENOTE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-ONUS-CNT        PIC 9(7) VALUE ZERO.
           05 WS-ONUS-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-ONUS-FALLBACK-CNT PIC 9(7) VALUE ZERO.
       01 WS-PROOF-TOTAL     PIC 9(11)V99 VALUE ZERO.
      *     THE TRAILER CARRIES THE DEPOSIT COUNT IN THE EMP-ID
      *     COLUMNS, AS THE BANK'S FORMAT LAYS IT OUT
       01 WS-TRL-CNT         PIC 9(5) VALUE ZERO.
      *
      *THE REPORT-AUDIENCE MASKING CALL AREA (PGM123)
       01 WS-REPORT-MASK.
           COPY RPTMASK.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *REGISTER HEADING AND DETAIL LINES . ONE LINE PER EMPLOYEE :
      *HOW THEY WERE PAID AND, WHERE THEY HAVE BANK DETAILS, THE
      *ROUTING NUMBER AND BANK ACCOUNT AS MASKED FOR THE AUDIENCE
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(30)
                VALUE "PGM96 PAYMENT REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(11) VALUE "  PAY DATE ".
            05 H2-PAY-DATE     PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 H2-MASK-LEVEL   PIC X(32).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "EMP".
            05 FILLER          PIC X(10) VALUE "PAID BY".
            05 FILLER          PIC X(11) VALUE "ROUTING".
            05 FILLER          PIC X(14) VALUE "BANK ACCOUNT".
            05 FILLER          PIC X(10) VALUE "NET PAY".
      *
       01 WS-DETAIL-LINE.
           05 DL-EMP-ID       PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-PAID-BY      PIC X(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ROUTING      PIC X(9).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-BANK-ACCT    PIC X(10).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-NET          PIC ZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM 400-WRITE-BATCH-TRAILER
            PERFORM 800-PROVE-AND-REPORT
            PERFORM 500-CLOSE-RTN
            CANCEL "PGM50"
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *opens the files, reads the pay-date card and fixes the
      *audience the register's bank details are masked for
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT ONUS-CREDIT-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN ONUS-CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-PAY-DATE-X TO H2-PAY-DATE
            MOVE "A" TO RM-FUNCTION
            MOVE "B" TO RM-DEFAULT-AUD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-LEVEL-TEXT TO H2-MASK-LEVEL
            .
      *
       200-WRITE-BATCH-HEADER.
      *
       300-PAY-ONE-EMPLOYEE.
      *
      *routes one employee's pay : a deposit-method employee who
      *banks with us is paid on-us, proved through the verification
      *call instead of a prenote ; one with cleared external bank
      *details gets a "2" deposit ; ONE WITH NEWLY ADDED DETAILS
      *GETS A "3" PRENOTE AND A CHEQUE THIS CYCLE ; everyone else
      *gets a cheque . bank details missing on a deposit-method
      *employee fall back to cheque rather than sending money
      *nowhere . however they are paid, they get a register line
      *
            EVALUATE TRUE
                WHEN NP-PAY-METHOD = "D"
                        AND PRM-OWN-ROUTING NOT = SPACES
                        AND NP-ROUTING = PRM-OWN-ROUTING
                    PERFORM 330-PAY-ONE-ONUS
                WHEN NP-PAY-METHOD = "D"
                        AND NP-PRENOTE = "P"
                    PERFORM 320-WRITE-PRENOTE
                    ADD 1 TO WS-CHEQUE-CNT
                    ADD NP-NET TO WS-CHEQUE-TOTAL
                    MOVE "PRENOTE" TO DL-PAID-BY
                WHEN NP-PAY-METHOD = "D"
                        AND NP-ROUTING NOT = SPACES
                        AND NP-BANK-ACCT NOT = SPACES
                    PERFORM 310-WRITE-DEPOSIT
                    MOVE "DEPOSIT" TO DL-PAID-BY
                WHEN OTHER
                    ADD 1 TO WS-CHEQUE-CNT
                    ADD NP-NET TO WS-CHEQUE-TOTAL
                    MOVE "CHEQUE" TO DL-PAID-BY
            END-EVALUATE
            PERFORM 350-PRINT-REGISTER-LINE
            PERFORM 250-READ-NETPAY
            .
      *
            END-IF
            ADD 1 TO WS-PRENOTE-CNT
            .
      *
       330-PAY-ONE-ONUS.
      *
      *pays one on-us employee straight into their account . the
      *account must be a well-formed account number the pgm50
      *verification knows ; anything else -- mis-keyed, or closed
      *and gone from the master -- is paid by cheque and counted as
      *a fall-back so payroll can chase the bank details
      *
            MOVE NP-BANK-ACCT TO WS-ONUS-BANK-ACCT
            MOVE "N" TO WS-VERIFY-FOUND
            IF WS-ONUS-ACCT-NO NOT = SPACES
                    AND WS-ONUS-ACCT-REST = SPACES
                CALL "PGM50" USING WS-ONUS-ACCT-NO WS-VERIFY-FOUND
                                   WS-VERIFY-MASTER
            END-IF
            IF WS-VERIFY-FOUND = "Y"
                PERFORM 340-WRITE-ONUS-CREDIT
                MOVE "ON-US" TO DL-PAID-BY
            ELSE
                ADD 1 TO WS-ONUS-FALLBACK-CNT
                ADD 1 TO WS-CHEQUE-CNT
                ADD NP-NET TO WS-CHEQUE-TOTAL
                MOVE "FALLBACK" TO DL-PAID-BY
            END-IF
            .
      *
       340-WRITE-ONUS-CREDIT.
      *
      *writes one on-us salary credit in trans-rec layout, effective
      *the pay date . the gateway stamps its source tag
      *
            MOVE SPACES TO ONUS-CREDIT-REC
            MOVE WS-ONUS-ACCT-NO TO OC-ACCT-NO
            MOVE NP-NET TO OC-AMOUNT
            MOVE "C" TO OC-TYPE
            MOVE PRM-PAY-DATE TO OC-EFF-DATE
            WRITE ONUS-CREDIT-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE ONUS-CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ONUS-CNT
            ADD NP-NET TO WS-ONUS-TOTAL
            .
      *
       350-PRINT-REGISTER-LINE.
      *
      *prints the employee's register line . the routing number and
      *bank account are masked for the audience on the printed line
      *only -- the deposit and on-us records already written carry
      *them in full
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 360-PRINT-HEADINGS
            END-IF
            MOVE NP-EMP-ID TO DL-EMP-ID
            MOVE NP-NET TO DL-NET
            MOVE "M" TO RM-FUNCTION
            MOVE NP-ROUTING TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO DL-ROUTING
            MOVE NP-BANK-ACCT TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO DL-BANK-ACCT
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       360-PRINT-HEADINGS.
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
       400-WRITE-BATCH-TRAILER.
      *
      *
       800-PROVE-AND-REPORT.
      *
      *the payment register's totals : external deposit, on-us credit
      *and cheque counts, and the proof that the three together equal
      *the register's net total . a miss ends non-zero and the
      *deposit file is held
      *
            COMPUTE WS-PROOF-TOTAL =
                    WS-DEPOSIT-TOTAL + WS-ONUS-TOTAL + WS-CHEQUE-TOTAL
            IF WS-PAGE-COUNT = 0
                PERFORM 360-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "REGISTER TOTALS" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "EXTERNAL " WS-DEPOSIT-CNT
                   "  AMOUNT " WS-DEPOSIT-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ON-US    " WS-ONUS-CNT
                   "  AMOUNT " WS-ONUS-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CHEQUES  " WS-CHEQUE-CNT
                   "  AMOUNT " WS-CHEQUE-TOTAL
                   "  ON-US FALL-BACKS " WS-ONUS-FALLBACK-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "PRENOTES " WS-PRENOTE-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "PROOF    " WS-PROOF-TOTAL
                   "  NET TOTAL " WS-NET-IN-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "EMPLOYEES PAID .........: " WS-NP-READ-CNT
            DISPLAY "EXTERNAL DEPOSITS ......: " WS-DEPOSIT-CNT
            DISPLAY "EXTERNAL DEPOSIT TOTAL .: " WS-DEPOSIT-TOTAL
            DISPLAY "ON-US CREDITS ..........: " WS-ONUS-CNT
            DISPLAY "ON-US CREDIT TOTAL .....: " WS-ONUS-TOTAL
            DISPLAY "ON-US FALL-BACKS .......: " WS-ONUS-FALLBACK-CNT
            DISPLAY "CHEQUES ................: " WS-CHEQUE-CNT
            DISPLAY "CHEQUE TOTAL ...........: " WS-CHEQUE-TOTAL
            DISPLAY "PRENOTES ...............: " WS-PRENOTE-CNT
      *
       500-CLOSE-RTN.
      *
      *closes all five files
      *
            CLOSE NETPAY-FILE
             DEPOSIT-FILE
             REPORT-FILE
             PARAM-FILE
             ONUS-CREDIT-FILE.
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS2 (DEPOSIT-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (PARAM-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (ONUS-CREDIT-FILE): " WS-STATUS5
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
