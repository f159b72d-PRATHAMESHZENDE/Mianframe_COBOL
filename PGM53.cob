       PROGRAM-ID. PGM53.
       ENVIRONMENT DIVISION.
      *PRINTS A PAGINATED LISTING OF THE NEW-MASTER FILE PRODUCED BY
      *PGM52, SINCE NEWMASTER.TXT ITSELF IS NOT MEANT TO BE READ BY
      *HAND . ACCOUNT NUMBERS PRINT MASKED FOR THE AUDIENCE ON THE
      *RPTAUD CARD (PGM123) -- BRANCH WHEN THERE IS NO CARD -- AND
      *EVERY PAGE HEADING STATES THE MASKING LEVEL
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       01 WS-DETAIL-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-GRAND-TOTAL     PIC S9(11)V99 VALUE ZERO.
      *
      *THE REPORT-AUDIENCE MASKING CALL AREA (PGM123)
       01 WS-REPORT-MASK.
           COPY RPTMASK.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 H2-MASK-LEVEL   PIC X(32).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(10) VALUE "ACCT NO.".
      *
       100-INITIALIZATION-RTN.
      *
      *opens the files used by this report and fixes the audience
      *the account numbers are masked for
      *
            OPEN INPUT NEW-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "A" TO RM-FUNCTION
            MOVE "B" TO RM-DEFAULT-AUD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-LEVEL-TEXT TO H2-MASK-LEVEL
            .
      *
       200-READ-MASTER.
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 310-PRINT-HEADINGS
            END-IF
            MOVE "M" TO RM-FUNCTION
            MOVE NM-ACCT-NO TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO DL-ACCT-NO
            MOVE NM-CUST-NAME TO DL-CUST-NAME
            MOVE NM-BRANCH TO DL-BRANCH
            MOVE NM-PRODUCT TO DL-PRODUCT
