       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM123.
      *REPORT MASKING SUBROUTINE : PRINTED OUTPUT GOES TO BRANCH
      *STAFF, TO OFF-SITE STORAGE AND TO CUSTOMERS, SO ACCOUNT
      *NUMBERS, BANK ACCOUNTS AND ROUTING NUMBERS ON A REPORT ARE
      *MASKED BY ONE SUITE-WIDE RULE DRIVEN BY THE REPORT'S AUDIENCE .
      *THE AUDIENCE COMES FROM THE RPTAUD CARD IN THE STEP'S JCL, COL
      *1 : "I" INTERNAL OPERATIONS (NOTHING MASKED), "B" BRANCH, "C"
      *CUSTOMER-FACING . AN ABSENT OR BLANK CARD TAKES THE DEFAULT THE
      *CALLING REPORT PASSES -- MASKED, SO A STEP NOBODY SET UP NEVER
      *PRINTS FULL NUMBERS ; ANY OTHER CODE ENDS THE RUN .
      *A MASKED NUMBER KEEPS ITS LAST FOUR CHARACTERS, OR ON A NUMBER
      *OF FEWER THAN EIGHT ONLY AS MANY AS LEAVE AT LEAST HALF OF IT
      *HIDDEN (OUR OWN FIVE-DIGIT ACCOUNT NUMBERS SHOW THEIR LAST
      *TWO) ; EVERY OTHER NON-BLANK CHARACTER PRINTS AS "*" . THE
      *CALLER MASKS ONLY WHAT IT PRINTS -- NETPAY, GLJRNL, THE
      *DIRECT-DEPOSIT FILE AND EVERY OTHER MACHINE-READABLE RECORD
      *NEVER PASS THROUGH HERE
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIENCE-CARD ASSIGN TO "RPTAUD"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD AUDIENCE-CARD.
      *     ONE CARD : COL 1 THE AUDIENCE CODE
       01 AUDIENCE-CARD-REC.
           05 AUD-CODE       PIC X(1).
            05 FILLER         PIC X(79).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-ABEND-WHERE PIC X(30) VALUE SPACES.
      *
      *THE FIELD BEING MASKED : ITS NON-BLANK CHARACTERS, HOW MANY
      *STAY SHOWING, AND THE WALK FROM THE RIGHT-HAND END
       01 WS-MASK-WORK.
           05 WS-BLANK-CNT    PIC 9(2) VALUE ZERO.
           05 WS-SIG-CNT      PIC 9(2) VALUE ZERO.
           05 WS-KEEP-CNT     PIC 9(2) VALUE ZERO.
           05 WS-SEEN-CNT     PIC 9(2) VALUE ZERO.
           05 WS-CHAR-POS     PIC 9(2) VALUE ZERO.
      *
      *THE CAPTION EACH AUDIENCE'S REPORTS PRINT IN THEIR HEADING
       01 WS-LEVEL-INTERNAL PIC X(32)
            VALUE "MASKING: NONE (INTERNAL OPS)".
       01 WS-LEVEL-BRANCH   PIC X(32)
            VALUE "MASKING: LAST DIGITS (BRANCH)".
       01 WS-LEVEL-CUSTOMER PIC X(32)
            VALUE "MASKING: LAST DIGITS (CUSTOMER)".
      *
       LINKAGE SECTION.
      *
       01 LS-REPORT-MASK.
           COPY RPTMASK.
      *
       PROCEDURE DIVISION USING LS-REPORT-MASK.
      *
       MAIN-PROCEDURE.
      *
            EVALUATE TRUE
                WHEN RM-SET-AUDIENCE
                    PERFORM 100-SET-AUDIENCE
                WHEN RM-MASK-FIELD
                    PERFORM 200-MASK-FIELD
                WHEN OTHER
                    MOVE "BAD RPTMASK FUNCTION" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            GOBACK.
      *
       100-SET-AUDIENCE.
      *
      *reads the audience card, falling back to the caller's default
      *when it is absent or blank, and hands back the caption for
      *the report heading
      *
            MOVE RM-DEFAULT-AUD TO RM-AUDIENCE
            OPEN INPUT AUDIENCE-CARD
            IF WS-STATUS1 = 00
                READ AUDIENCE-CARD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF AUD-CODE NOT = SPACE
                            MOVE AUD-CODE TO RM-AUDIENCE
                        END-IF
                END-READ
            END-IF
            CLOSE AUDIENCE-CARD
            EVALUATE TRUE
                WHEN RM-INTERNAL
                    MOVE WS-LEVEL-INTERNAL TO RM-LEVEL-TEXT
                WHEN RM-BRANCH
                    MOVE WS-LEVEL-BRANCH TO RM-LEVEL-TEXT
                WHEN RM-CUSTOMER
                    MOVE WS-LEVEL-CUSTOMER TO RM-LEVEL-TEXT
                WHEN OTHER
                    MOVE "BAD RPTAUD AUDIENCE CODE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            DISPLAY "REPORT AUDIENCE ........: " RM-LEVEL-TEXT
            .
      *
       200-MASK-FIELD.
      *
      *masks one printed number for the audience . internal copies
      *are left alone ; otherwise the last four characters show, or
      *on a short number no more than half of it
      *
            IF RM-INTERNAL
                CONTINUE
            ELSE
                MOVE ZERO TO WS-BLANK-CNT
                INSPECT RM-FIELD TALLYING WS-BLANK-CNT FOR ALL SPACES
                COMPUTE WS-SIG-CNT = 20 - WS-BLANK-CNT
                IF WS-SIG-CNT < 8
                    COMPUTE WS-KEEP-CNT = WS-SIG-CNT / 2
                ELSE
                    MOVE 4 TO WS-KEEP-CNT
                END-IF
                MOVE ZERO TO WS-SEEN-CNT
                PERFORM 210-MASK-ONE-CHAR
                    VARYING WS-CHAR-POS FROM 20 BY -1
                    UNTIL WS-CHAR-POS < 1
            END-IF
            .
      *
       210-MASK-ONE-CHAR.
      *
      *walks the field from its right-hand end : blanks are left as
      *they are, the first keep-count characters show, and every
      *character before them is starred out
      *
            IF RM-FIELD(WS-CHAR-POS:1) NOT = SPACE
                ADD 1 TO WS-SEEN-CNT
                IF WS-SEEN-CNT > WS-KEEP-CNT
                    MOVE "*" TO RM-FIELD(WS-CHAR-POS:1)
                END-IF
            END-IF
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad audience card or a bad call
      *rather than print a report at the wrong masking level
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM123 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* FUNCTION / AUDIENCE: " RM-FUNCTION " "
                    RM-AUDIENCE
            DISPLAY "* WS-STATUS1 (AUDIENCE-CARD): " WS-STATUS1
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
