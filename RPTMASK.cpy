      *-----------------------------------------------------------
      *RPTMASK : REPORT-AUDIENCE MASKING CALL AREA FOR PGM123
      *
      *COPY THIS MEMBER UNDER YOUR OWN 01 LEVEL IN WORKING-STORAGE,
      *E.G.
      *
      *    01 WS-REPORT-MASK.
      *        COPY RPTMASK.
      *
      *FUNCTION "A" FIXES THE REPORT'S AUDIENCE FROM THE RPTAUD CARD
      *-- RM-DEFAULT-AUD WHEN THE CARD IS ABSENT OR BLANK -- AND
      *HANDS BACK THE AUDIENCE AND THE MASKING-LEVEL CAPTION THE
      *REPORT'S HEADING PRINTS . FUNCTION "M" MASKS RM-FIELD IN PLACE
      *FOR THAT AUDIENCE : UNCHANGED FOR INTERNAL OPERATIONS, ELSE
      *ONLY THE LAST DIGITS LEFT SHOWING . CALL "M" ONLY ON A PRINTED
      *FIELD, NEVER ON A MACHINE-READABLE RECORD
      *-----------------------------------------------------------
           05 RM-FUNCTION      PIC X(1).
               88 RM-SET-AUDIENCE    VALUE "A".
               88 RM-MASK-FIELD      VALUE "M".
           05 RM-DEFAULT-AUD   PIC X(1).
      *    "I" INTERNAL OPERATIONS, "B" BRANCH, "C" CUSTOMER-FACING
           05 RM-AUDIENCE      PIC X(1).
               88 RM-INTERNAL        VALUE "I".
               88 RM-BRANCH          VALUE "B".
               88 RM-CUSTOMER        VALUE "C".
           05 RM-LEVEL-TEXT    PIC X(32).
           05 RM-FIELD         PIC X(20).
