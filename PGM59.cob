      *EVERY OPEN ITEM BY HOW MANY DAYS IT HAS SAT THERE (1-3, 4-7,
      *8+), FLAGGING ANYTHING OLDER THAN THE 10-DAY RESOLUTION
      *STANDARD, SO A STALE REJECTED DEBIT IS CAUGHT AT THE DAILY
      *REVIEW INSTEAD OF AT MONTH-END . ACCOUNT NUMBERS PRINT MASKED
      *FOR THE AUDIENCE ON THE RPTAUD CARD (PGM123) -- BRANCH WHEN
      *THERE IS NO CARD -- AND EVERY PAGE HEADING STATES THE MASKING
      *LEVEL
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *THE REPORT-AUDIENCE MASKING CALL AREA (PGM123)
       01 WS-REPORT-MASK.
           COPY RPTMASK.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 H2-MASK-LEVEL   PIC X(32).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(9)  VALUE "ACCT NO.".
      *
      *opens both files and fixes the day the aging is computed
      *against once, so every item in the run ages against the same
      *date even if the run straddles midnight, and the audience the
      *account numbers are masked for
      *
            OPEN INPUT SUSPENSE-FILE
            IF WS-STATUS1 NOT = 00
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            MOVE "A" TO RM-FUNCTION
            MOVE "B" TO RM-DEFAULT-AUD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-LEVEL-TEXT TO H2-MASK-LEVEL
            COMPUTE WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            .
                ADD 1 TO WS-UNDATED-CNT
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE "M" TO RM-FUNCTION
            MOVE SUS-ACCT-NO TO RM-FIELD
            CALL "PGM123" USING WS-REPORT-MASK
            MOVE RM-FIELD TO DL-ACCT-NO
            MOVE SUS-AMOUNT TO DL-AMOUNT
            MOVE SUS-REASON TO DL-REASON
            MOVE SUS-RUN-DATE TO DL-LODGED
