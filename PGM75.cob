      *SEQUENTIAL EXTRACT COMES OUT IN AUD-RUN-DATE/AUD-RUN-TIME
      *ORDER BY CONSTRUCTION . A BLANK SELECTOR ON THE PARAMETER CARD
      *MEANS "ANY", SO THE THREE FILTERS COMPOSE -- MOST
      *INVESTIGATIONS NEED FIVE ROWS OUT OF TENS OF THOUSANDS . THE
      *CARD ALSO CARRIES THE REQUESTING OPERATOR'S ID, SIGNED ON
      *AGAINST THE PGM72 OPERATOR FILE THROUGH PGM124 BEFORE ANYTHING
      *IS READ, AND THE FINISHED EXTRACT IS WRITTEN TO THE ACCESS LOG
      *(ACCLOG) WITH ITS SELECTORS AND THE RECORDS EXTRACTED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *     ONE RECORD : ACCOUNT, DATE RANGE AND ACTION CODE TO
      *     EXTRACT . ANY SELECTOR LEFT BLANK (OR A ZERO DATE) MEANS
      *     "ANY", SO ONE CARD CAN ASK FOR ONE ACCOUNT'S WHOLE
      *     HISTORY, EVERYTHING IN A WEEK, OR EVERY "CLOSED" ACTION .
      *     THE OPERATOR ID IS REQUIRED
       01 PARAM-REC.
           05 PRM-ACCT-NO     PIC X(5).
            05 PRM-FROM-DATE-X PIC X(8).
            05 PRM-TO-DATE-X   PIC X(8).
            05 PRM-TO-DATE REDEFINES PRM-TO-DATE-X PIC 9(8).
            05 PRM-ACTION      PIC X(10).
            05 PRM-OPER-ID     PIC X(4).
            05 FILLER          PIC X(45).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
       01 WS-INQUIRY-TOTALS.
           05 WS-AUD-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-MATCH-CNT       PIC 9(7) VALUE ZERO.
      *
      *THE SIGN-ON AND ACCESS-LOG CALL AREA (PGM124)
       01 WS-INQ-ACCESS.
           COPY INQACC.
      *
       01 WS-HEADING-1.
           05 FILLER          PIC X(22)
      *
       100-INITIALIZATION-RTN.
      *
      *opens all three files, reads the selectors, signs the card's
      *operator on and widens any blank or zero selector to "any"
      *
            OPEN INPUT AUDIT-LOG
            IF WS-STATUS1 NOT = 00
                    MOVE "EMPTY AUDPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            PERFORM 150-SIGN-ON-RTN
            IF PRM-FROM-DATE-X IS NUMERIC
                MOVE PRM-FROM-DATE TO WS-FROM-DATE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            .
      *
       150-SIGN-ON-RTN.
      *
      *signs the card's operator on through pgm124, which logs the
      *attempt . an operator not on file gets no extract
      *
            MOVE "PGM75" TO IA-PROGRAM
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
       200-READ-AUDIT-LOG.
      *
      *reads the next audit record, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 201-READ-ONE-AUDIT-ROW
            PERFORM 201-READ-ONE-AUDIT-ROW
                UNTIL END-OF-AUDIT-LOG OR AUD-ACTION-CODE NOT = "SEAL"
            IF NOT-END-OF-AUDIT-LOG
                ADD 1 TO WS-AUD-READ-CNT
            END-IF
            .
      *
       201-READ-ONE-AUDIT-ROW.
      *
      *reads one audit row
      *
            READ AUDIT-LOG
                AT END SET END-OF-AUDIT-LOG TO TRUE
                MOVE "READ AUDIT-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-SELECT-ONE-REC.
            WRITE REPORT-LINE
            DISPLAY "AUDIT RECORDS READ .....: " WS-AUD-READ-CNT
            DISPLAY "RECORDS EXTRACTED ......: " WS-MATCH-CNT
            PERFORM 850-LOG-INQUIRY
            .
      *
       850-LOG-INQUIRY.
      *
      *writes the finished extract to the access log : the account
      *selector (blank for any), the run-date range and action code
      *in effect, and the records extracted
      *
            MOVE PRM-ACCT-NO TO IA-ACCT-NO
            MOVE SPACES TO IA-CRITERIA
            STRING WS-FROM-DATE "-" WS-TO-DATE " " PRM-ACTION
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
