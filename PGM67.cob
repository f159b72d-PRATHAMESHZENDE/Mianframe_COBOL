      *DIRECTLY BY ACCOUNT-NUMBER KEY, AND DISPLAYS BALANCE, YTD
      *ACTIVITY AND NO-ACTIVITY COUNT FOR ANY ACCOUNT THE OPERATOR
      *ENTERS -- ONE KEYED READ INSTEAD OF A FRONT-TO-BACK SCAN OF
      *THE WHOLE SEQUENTIAL MASTER . THE OPERATOR SIGNS ON FIRST
      *AGAINST THE PGM72 OPERATOR FILE (THREE TRIES, THROUGH PGM124)
      *AND EVERY LOOKUP IS WRITTEN TO THE ACCESS LOG (ACCLOG) WITH
      *THE ACCOUNT ASKED FOR AND WHETHER ANYTHING WAS FOUND . THE
      *BALANCE IS SHOWN TWICE : THE LEDGER BALANCE ON THE MASTER, AND
      *THE AVAILABLE BALANCE LEFT AFTER THE DEPOSITS THE FLOAT FILE
      *(FLOATFIL, WRITTEN BY PGM52) STILL HOLDS UNCOLLECTED TODAY
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL CLOSED-REGISTER ASSIGN TO "CLOSEREG"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FLOAT-FILE ASSIGN TO "FLOATFIL"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 CLO-CLOSE-DATE PIC 9(8).
            05 CLO-BRANCH     PIC X(3).
            05 CLO-CUST-NAME  PIC X(20).
            05 CLO-PRODUCT    PIC X(2).
            05 FILLER         PIC X(32).
      *
       FD FLOAT-FILE.
      *     THE UNCOLLECTED-FUNDS FILE PGM52 LEFT LAST NIGHT, ONE ROW
      *     PER DEPOSIT STILL HELD . MUST STAY IN SYNC WITH
      *     PGM52.COB'S FLOAT-REC LAYOUT . A DEPOSIT WHOSE
      *     AVAILABILITY DATE HAS COME MAY BE DRAWN TODAY, THOUGH
      *     TONIGHT'S RUN HAS STILL TO RELEASE IT
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-INQUIRY-ACCT  PIC X(5) VALUE SPACES.
       01 WS-FOUND-CNT     PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-CNT    PIC 9(5) VALUE ZERO.
      *
      *THE SIGN-ON AND ACCESS-LOG CALL AREA (PGM124) . THE SIGN-ON
      *GIVES THREE TRIES, THE SAME AS THE PGM72 CONSOLE
       01 WS-INQ-ACCESS.
           COPY INQACC.
       01 WS-SIGNON-TRIES  PIC 9(1) VALUE ZERO.
       01 WS-LOOKUP-RECS   PIC 9(1) VALUE ZERO.
      *
      *THE CLOSED-ACCOUNT REGISTER IS PERMANENT AND APPEND-ONLY, SO
      *IT IS NEVER LOADED INTO A BOUNDED TABLE . A MISS ON THE INDEX
      *RE-SCANS THE REGISTER FILE FOR THAT ONE INQUIRY INSTEAD --
       01 WS-CLO-FOUND     PIC X(1) VALUE "N".
           88 CLOSURE-FOUND      VALUE "Y".
           88 CLOSURE-NOT-FOUND  VALUE "N".
      *
      *THE FLOAT FILE IS SCANNED THE SAME WAY FOR EACH ACCOUNT FOUND,
      *TOTALLING ITS DEPOSITS NOT YET AVAILABLE ON TODAY'S DATE
       01 WS-TODAY         PIC 9(8) VALUE ZERO.
       01 WS-UNCOLL-AMT    PIC S9(9)V99 VALUE ZERO.
       01 WS-AVAIL-BAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-BAL-DISP      PIC -ZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 050-SIGN-ON-RTN
            IF IA-SIGNED-ON
                PERFORM 100-INITIALIZATION-RTN
                PERFORM 200-INQUIRE-ONE-ACCOUNT
                    UNTIL WS-CHOICE = "N" OR WS-CHOICE = "n"
                PERFORM 500-CLOSE-RTN
            ELSE
                DISPLAY "SIGN-ON REFUSED - INQUIRY CLOSED"
            END-IF
            DISPLAY "LOOKUPS THIS SESSION ...: " WS-LOOKUP-CNT
            DISPLAY "ACCOUNTS FOUND .........: " WS-FOUND-CNT
            DISPLAY "CLOSED ACCTS ANSWERED ..: " WS-CLOSED-CNT
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       050-SIGN-ON-RTN.
      *
      *takes the operator's sign-on through pgm124 . three failed
      *tries end the session -- nothing is looked up unsigned, and
      *every attempt, good or refused, lands on the access log
      *
            MOVE "PGM67" TO IA-PROGRAM
            SET IA-REFUSED TO TRUE
            PERFORM 060-TRY-ONE-SIGNON
                UNTIL IA-SIGNED-ON
                OR WS-SIGNON-TRIES NOT < 3
            .
      *
       060-TRY-ONE-SIGNON.
      *
      *takes one sign-on attempt
      *
            ADD 1 TO WS-SIGNON-TRIES
            DISPLAY "  OPERATOR ID : "
            ACCEPT IA-OPER-ID
            SET IA-SIGN-ON TO TRUE
            CALL "PGM124" USING WS-INQ-ACCESS
            IF IA-SIGNED-ON
                DISPLAY "SIGNED ON: " IA-OPER-NAME
            ELSE
                DISPLAY "UNKNOWN OPERATOR ID"
            END-IF
            .
      *
       100-INITIALIZATION-RTN.
      *
      *opens the indexed master for random reads and takes today's
      *date for the availability test
      *
            OPEN INPUT INDEXED-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN INDEXED-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            .
      *
       200-INQUIRE-ONE-ACCOUNT.
      *
      *prompts for an account number, reads it directly by key, and
      *displays the account, its ledger and available balances, or a
      *not-found message
      *
            DISPLAY "***************************************"
            DISPLAY "  ENTER ACCOUNT NUMBER : "
            ACCEPT WS-INQUIRY-ACCT
            MOVE WS-INQUIRY-ACCT TO IX-ACCT-NO
            ADD 1 TO WS-LOOKUP-CNT
            MOVE ZERO TO WS-LOOKUP-RECS
            MOVE "N" TO WS-CLO-FOUND
            READ INDEXED-MASTER
                INVALID KEY
                    PERFORM 300-ANSWER-FROM-REGISTER
                NOT INVALID KEY
                    ADD 1 TO WS-FOUND-CNT
                    MOVE 1 TO WS-LOOKUP-RECS
                    DISPLAY "  ACCOUNT ........: " IX-ACCT-NO
                    DISPLAY "  CUSTOMER .......: " IX-CUST-NAME
                    DISPLAY "  BRANCH/PRODUCT .: " IX-BRANCH
                            " / " IX-PRODUCT
                    PERFORM 320-SUM-ACCT-FLOAT
                    MOVE IX-AMOUNT TO WS-BAL-DISP
                    DISPLAY "  LEDGER BALANCE .: " WS-BAL-DISP
                    MOVE WS-UNCOLL-AMT TO WS-BAL-DISP
                    DISPLAY "  UNCOLLECTED ....: " WS-BAL-DISP
                    COMPUTE WS-AVAIL-BAL = IX-AMOUNT - WS-UNCOLL-AMT
                    MOVE WS-AVAIL-BAL TO WS-BAL-DISP
                    DISPLAY "  AVAILABLE BAL ..: " WS-BAL-DISP
                    DISPLAY "  YTD ACTIVITY ...: " IX-YTD-ACTIVITY
                    DISPLAY "  NO-ACT COUNT ...: " IX-NOACT-CNT
            END-READ
            PERFORM 400-LOG-LOOKUP
            DISPLAY "  ANOTHER INQUIRY ? (Y/N) "
            ACCEPT WS-CHOICE
            .
            CLOSE CLOSED-REGISTER
            IF CLOSURE-FOUND
                ADD 1 TO WS-CLOSED-CNT
                MOVE 1 TO WS-LOOKUP-RECS
                DISPLAY "  ACCOUNT " WS-INQUIRY-ACCT " IS CLOSED"
                DISPLAY "  CUSTOMER .......: " WS-CLO-NAME
                DISPLAY "  CLOSED ON ......: " WS-CLO-DATE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       320-SUM-ACCT-FLOAT.
      *
      *is performed for an account the index found . scans the float
      *file for that one inquiry and totals the account's deposits
      *still not available today . an absent file means nothing is
      *held
      *
            MOVE ZERO TO WS-UNCOLL-AMT
            OPEN INPUT FLOAT-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 330-SCAN-ONE-FLOAT
                UNTIL WS-STATUS3 NOT = 00
            CLOSE FLOAT-FILE
            .
      *
       330-SCAN-ONE-FLOAT.
      *
      *reads one float row and adds it when it is the account's and
      *still held
      *
            READ FLOAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF FL-ACCT-NO = IX-ACCT-NO
                            AND FL-AVAIL-DATE > WS-TODAY
                        ADD FL-AMOUNT TO WS-UNCOLL-AMT
                    END-IF
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ FLOAT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       400-LOG-LOOKUP.
      *
      *writes the lookup just answered to the access log : the
      *account keyed, where the answer came from, and one record
      *returned or none
      *
            MOVE WS-INQUIRY-ACCT TO IA-ACCT-NO
            EVALUATE TRUE
                WHEN WS-LOOKUP-RECS = 0
                    MOVE "ACCOUNT LOOKUP - NOT FOUND" TO IA-CRITERIA
                WHEN CLOSURE-FOUND
                    MOVE "ACCOUNT LOOKUP - CLOSED REG" TO IA-CRITERIA
                WHEN OTHER
                    MOVE "ACCOUNT LOOKUP - MASTER" TO IA-CRITERIA
            END-EVALUATE
            MOVE WS-LOOKUP-RECS TO IA-RECORDS
            SET IA-LOG-INQUIRY TO TRUE
            CALL "PGM124" USING WS-INQ-ACCESS
            .
      *
       500-CLOSE-RTN.
      *
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (INDEXED-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CLOSED-REGISTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (FLOAT-FILE): " WS-STATUS3
            DISPLAY "***************************************"
            STOP RUN.
