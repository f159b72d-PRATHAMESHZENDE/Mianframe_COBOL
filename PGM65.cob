      *TRANSACTIONS BETWEEN TWO EFFECTIVE DATES FROM THE ACCUMULATED
      *POSTED-HISTORY FILE PGM52 WRITES, SO A "WHICH DEBIT BOUNCED ME"
      *DISPUTE IS ANSWERED FROM A SMALL EXTRACT INSTEAD OF GREPPING
      *WEEKS OF AUDITLOG AND TRANFILE BY HAND . THE PARAMETER CARD
      *CARRIES THE REQUESTING OPERATOR'S ID, SIGNED ON AGAINST THE
      *PGM72 OPERATOR FILE THROUGH PGM124 BEFORE ANYTHING IS READ,
      *AND THE FINISHED EXTRACT IS WRITTEN TO THE ACCESS LOG (ACCLOG)
      *WITH THE ACCOUNT, DATE RANGE AND RECORDS EXTRACTED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *
       FD PARAM-FILE.
      *     ONE RECORD : THE ACCOUNT TO EXTRACT AND THE EFFECTIVE-DATE
      *     RANGE, BOTH DATES INCLUSIVE, CCYYMMDD, AND THE ID OF THE
      *     OPERATOR ASKING
       01 PARAM-REC.
           05 PRM-ACCT-NO     PIC X(5).
            05 PRM-FROM-DATE-X PIC X(8).
            05 PRM-FROM-DATE REDEFINES PRM-FROM-DATE-X PIC 9(8).
            05 PRM-TO-DATE-X   PIC X(8).
            05 PRM-TO-DATE REDEFINES PRM-TO-DATE-X PIC 9(8).
            05 PRM-OPER-ID     PIC X(4).
            05 FILLER          PIC X(55).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
           05 WS-HIS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-MATCH-CNT       PIC 9(7) VALUE ZERO.
      *
      *THE SIGN-ON AND ACCESS-LOG CALL AREA (PGM124)
       01 WS-INQ-ACCESS.
           COPY INQACC.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(24)
      *
       100-INITIALIZATION-RTN.
      *
      *opens all three files, reads the inquiry parameter card,
      *signs its operator on and prints the extract heading . a
      *missing card, a non-numeric date range or a refused sign-on
      *is fatal
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS1 NOT = 00
                MOVE "BAD HISTPARM DATE RANGE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 150-SIGN-ON-RTN
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            .
      *
       150-SIGN-ON-RTN.
      *
      *signs the card's operator on through pgm124, which logs the
      *attempt . an operator not on file gets no extract
      *
            MOVE "PGM65" TO IA-PROGRAM
            MOVE PRM-OPER-ID TO IA-OPER-ID
            SET IA-SIGN-ON TO TRUE
            CALL "PGM124" USING WS-INQ-ACCESS
            IF IA-REFUSED
                MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "SIGNED ON: " IA-OPER-NAME
            .
      *
       200-READ-HISTORY.
      *
      *reads the next posted-history record, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 201-READ-ONE-HISTORY-ROW
            PERFORM 201-READ-ONE-HISTORY-ROW
                UNTIL END-OF-HISTORY OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-HISTORY
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       201-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-HISTORY TO TRUE
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-SELECT-ONE-REC.
            WRITE REPORT-LINE
            DISPLAY "HISTORY RECORDS READ ...: " WS-HIS-READ-CNT
            DISPLAY "RECORDS EXTRACTED ......: " WS-MATCH-CNT
            PERFORM 850-LOG-INQUIRY
            .
      *
       850-LOG-INQUIRY.
      *
      *writes the finished extract to the access log : the account,
      *the effective-date range and the records extracted
      *
            MOVE PRM-ACCT-NO TO IA-ACCT-NO
            MOVE SPACES TO IA-CRITERIA
            STRING PRM-FROM-DATE "-" PRM-TO-DATE
                DELIMITED BY SIZE INTO IA-CRITERIA
            MOVE WS-MATCH-CNT TO IA-RECORDS
            SET IA-LOG-INQUIRY TO TRUE
            CALL "PGM124" USING WS-INQ-ACCESS
            .
      *
       500-CLOSE-RTN.
            DISPLAY "* WS-STATUS2 (PARAM-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
