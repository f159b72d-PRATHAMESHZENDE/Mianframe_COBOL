       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM131.
      *AUDIT-LOG AND POSTED-HISTORY SEAL SUBROUTINE : BOTH LOGS ARE
      *PLAIN LINE-SEQUENTIAL FILES APPENDED AT DISP=MOD, AND THE
      *INQUIRIES, THE REPRINTS AND THE REGULATORS TREAT THEM AS
      *EVIDENCE . EVERY PGM52 RUN NOW ENDS ITS APPENDED BLOCK ON EACH
      *LOG WITH ONE SEAL ROW CARRYING THE BLOCK'S ROW COUNT, ITS
      *AMOUNT TOTAL (HIS-AMOUNT ON POSTED-HISTORY ; THE AUDIT LOG
      *CARRIES NO AMOUNTS, SO ZERO THERE), THE PREVIOUS SEAL'S HASH
      *AND ITS OWN HASH -- THE PREVIOUS HASH FOLDED TOGETHER WITH A
      *HASH OF EVERY BYTE OF EVERY ROW IN THE BLOCK, IN ORDER . AN
      *EDITED, INSERTED OR DELETED ROW CHANGES THE BLOCK'S COUNT OR
      *HASH, AND A REMOVED OR REORDERED BLOCK BREAKS THE LINK FROM
      *ONE SEAL TO THE NEXT . THIS SUBPROGRAM HOLDS THE ONE COPY OF
      *THE SEAL LAYOUT AND ARITHMETIC : PGM52 CALLS IT TO MAKE THE
      *SEALS, PGM132, PGM76 AND PGM93 TO PROVE THEM .
      *
      *A SEAL ROW IS MARKED AUD-ACTION-CODE "SEAL" ON THE AUDIT LOG
      *AND HIS-TYPE "*" ON POSTED-HISTORY ; EVERY READER OF EITHER
      *LOG PASSES OVER THOSE ROWS . THE CALLER PASSES THE SEALCHN
      *CALL AREA, WHICH CARRIES THE WALK'S STATE FROM CALL TO CALL
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *
       01 WS-ABEND-WHERE PIC X(30) VALUE SPACES.
      *
      *THE ROW IN HAND, SEEN THROUGH EACH LOG'S LAYOUT . THE DATA
      *COLUMNS MIRROR PGM52.COB'S AUDIT-REC AND POSTED-HISTORY-REC ;
      *THE SEAL BODY TAKES THE COLUMNS A SEAL ROW HAS NO OTHER USE
      *FOR . MUST STAY IN SYNC WITH BOTH LAYOUTS
       01 WS-AUDIT-VIEW.
           05 AV-OM-ACCT-NO   PIC X(5).
            05 AV-NM-ACCT-NO   PIC X(5).
            05 AV-ACTION-CODE  PIC X(10).
            05 AV-RUN-DATE     PIC 9(8).
            05 AV-RUN-TIME     PIC 9(8).
            05 AV-CYCLE-NO     PIC 9(2).
            05 AV-BODY-X       PIC X(40).
            05 AV-BODY REDEFINES AV-BODY-X.
                10 AV-ROWS       PIC 9(9).
                10 AV-AMOUNT     PIC 9(11)V99.
                10 AV-PRIOR-HASH PIC 9(9).
                10 AV-HASH       PIC 9(9).
            05 FILLER          PIC X(23).
      *
       01 WS-HIST-VIEW.
           05 HV-ACCT-NO      PIC X(5).
            05 HV-AMOUNT-X     PIC X(9).
            05 HV-AMOUNT REDEFINES HV-AMOUNT-X PIC 9(7)V99.
            05 HV-TYPE         PIC X(1).
            05 HV-EFF-DATE     PIC 9(8).
            05 HV-RESULT-BAL   PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 HV-RUN-DATE     PIC 9(8).
            05 HV-RUN-TIME     PIC 9(8).
            05 HV-BRANCH-ID    PIC X(3).
            05 HV-TELLER-ID    PIC X(4).
            05 HV-SOURCE       PIC X(1).
            05 HV-BODY-X       PIC X(40).
            05 HV-BODY REDEFINES HV-BODY-X.
                10 HV-ROWS       PIC 9(9).
                10 HV-AMOUNT-TOT PIC 9(11)V99.
                10 HV-PRIOR-HASH PIC 9(9).
                10 HV-HASH       PIC 9(9).
            05 HV-CYCLE-NO     PIC 9(2).
            05 FILLER          PIC X(2).
      *
      *THE SEAL BODY OF THE ROW IN HAND, WHICHEVER LOG IT CAME FROM
       01 WS-SEAL-BODY-X     PIC X(40).
       01 WS-SEAL-BODY REDEFINES WS-SEAL-BODY-X.
           05 SB-ROWS         PIC 9(9).
            05 SB-AMOUNT       PIC 9(11)V99.
            05 SB-PRIOR-HASH   PIC 9(9).
            05 SB-HASH         PIC 9(9).
       01 WS-IS-SEAL         PIC X(1) VALUE "N".
      *
      *THE HASH . EACH BYTE OF A ROW IS FOLDED INTO THE OPEN BLOCK'S
      *HASH AS HASH * 131 + THE BYTE'S VALUE, MODULO A PRIME UNDER A
      *BILLION ; A SEAL'S HASH IS THE PRIOR SEAL'S HASH * 7919 PLUS
      *THE BLOCK'S HASH, MODULO THE SAME PRIME, SO THE BLOCK CAN BE
      *HASHED BEFORE THE LINK IT HANGS FROM IS KNOWN . A BYTE'S VALUE
      *IS TAKEN BY DROPPING IT INTO THE LOW ORDER OF A HALFWORD
       01 WS-HASH-PRIME      PIC 9(9) VALUE 999999937.
       01 WS-HASH-WORK       PIC 9(15) VALUE ZERO.
       01 WS-HASH-QUOT       PIC 9(15) VALUE ZERO.
       01 WS-HASH-RESULT     PIC 9(9) VALUE ZERO.
       01 WS-ROW-LENGTH      PIC 9(3) COMP VALUE ZERO.
       01 WS-BYTE-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-ROW-BYTES       PIC X(101).
       01 FILLER REDEFINES WS-ROW-BYTES.
           05 WS-ROW-BYTE     PIC X(1) OCCURS 101 TIMES.
       01 WS-BYTE-WORK.
           05 WS-BYTE-NUM     PIC 9(4) COMP.
       01 FILLER REDEFINES WS-BYTE-WORK.
           05 FILLER          PIC X(1).
            05 WS-BYTE-CHAR    PIC X(1).
      *
       LINKAGE SECTION.
      *
       01 LS-SEAL-CHAIN.
           COPY SEALCHN.
      *
       PROCEDURE DIVISION USING LS-SEAL-CHAIN.
      *
       MAIN-PROCEDURE.
      *
            IF NOT SC-AUDIT-LOG AND NOT SC-POSTED-HISTORY
                MOVE "BAD SEAL LOG ID" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF SC-AUDIT-LOG
                MOVE 101 TO WS-ROW-LENGTH
            ELSE
                MOVE 100 TO WS-ROW-LENGTH
            END-IF
            EVALUATE TRUE
                WHEN SC-START-CHAIN
                    PERFORM 100-START-CHAIN
                WHEN SC-ADD-ROW
                    PERFORM 200-ADD-ONE-ROW
                WHEN SC-MAKE-SEAL
                    PERFORM 300-MAKE-SEAL
                WHEN OTHER
                    MOVE "BAD SEAL FUNCTION" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            GOBACK.
      *
       100-START-CHAIN.
      *
      *clears the walk . a seal row handed in is the link the walk
      *starts from -- a writer resuming the chain where the log ends
      *-- and every seal after it must hang from it ; anything else
      *means the walk begins at the log's first row and takes its
      *first seal's own prior hash as the anchor
      *
            MOVE ZERO TO SC-ROW-CNT
                         SC-SEAL-CNT
                         SC-BAD-SEAL-CNT
                         SC-ANCHOR-HASH
                         SC-LAST-HASH
                         SC-FIRST-BAD-ROW
                         SC-FIRST-BAD-DATE
                         SC-FIRST-BAD-TIME
                         SC-SEAL-ROWS
                         SC-SEAL-AMOUNT
                         SC-SEAL-PRIOR-HASH
                         SC-SEAL-HASH
                         SC-SEAL-RUN-DATE
                         SC-SEAL-RUN-TIME
                         SC-SEAL-CYCLE
            MOVE SPACES TO SC-FIRST-BAD-REASON
                           SC-REASON
                           SC-ROW-KIND
                           SC-SEAL-RESULT
            MOVE "N" TO SC-ANCHORED
            PERFORM 400-CLEAR-BLOCK
            PERFORM 500-TAKE-ROW-APART
            IF WS-IS-SEAL = "Y"
                    AND WS-SEAL-BODY-X IS NUMERIC
                MOVE SB-HASH TO SC-LAST-HASH
                                SC-ANCHOR-HASH
                MOVE "Y" TO SC-ANCHORED
                PERFORM 510-COPY-SEAL-OUT
            END-IF
            .
      *
       200-ADD-ONE-ROW.
      *
      *passes one row of the log, in file order . a data row joins
      *the open block ; a seal row is proved against it
      *
            ADD 1 TO SC-ROW-CNT
            MOVE SPACES TO SC-REASON
            PERFORM 500-TAKE-ROW-APART
            IF WS-IS-SEAL = "Y"
                MOVE "S" TO SC-ROW-KIND
                PERFORM 250-PROVE-ONE-SEAL
            ELSE
                MOVE "D" TO SC-ROW-KIND
                MOVE SPACES TO SC-SEAL-RESULT
                ADD 1 TO SC-BLOCK-CNT
                IF SC-POSTED-HISTORY
                        AND HV-AMOUNT-X IS NUMERIC
                    ADD HV-AMOUNT TO SC-BLOCK-AMOUNT
                END-IF
                PERFORM 600-HASH-ROW
            END-IF
            .
      *
       250-PROVE-ONE-SEAL.
      *
      *proves the seal in hand against the block it closes : its
      *link to the seal before it, then the count, the amount total
      *and the hash . the walk then carries on from the hash the seal
      *itself records, so each later seal is judged on its own block
      *and a single bad seal does not condemn the rest
      *
            ADD 1 TO SC-SEAL-CNT
            MOVE "Y" TO SC-SEAL-RESULT
            IF WS-SEAL-BODY-X IS NOT NUMERIC
                MOVE "N" TO SC-SEAL-RESULT
                MOVE "SEAL UNREADABLE" TO SC-REASON
            ELSE
                PERFORM 510-COPY-SEAL-OUT
                IF SC-ANCHORED = "N"
                    MOVE SB-PRIOR-HASH TO SC-ANCHOR-HASH
                                          SC-LAST-HASH
                    MOVE "Y" TO SC-ANCHORED
                END-IF
                COMPUTE WS-HASH-WORK =
                        SB-PRIOR-HASH * 7919 + SC-BLOCK-HASH
                DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
                    GIVING WS-HASH-QUOT REMAINDER WS-HASH-RESULT
                EVALUATE TRUE
                    WHEN SB-PRIOR-HASH NOT = SC-LAST-HASH
                        MOVE "N" TO SC-SEAL-RESULT
                        MOVE "CHAIN LINK BROKEN" TO SC-REASON
                    WHEN SB-ROWS NOT = SC-BLOCK-CNT
                        MOVE "N" TO SC-SEAL-RESULT
                        MOVE "ROW COUNT DIFFERS" TO SC-REASON
                    WHEN SB-AMOUNT NOT = SC-BLOCK-AMOUNT
                        MOVE "N" TO SC-SEAL-RESULT
                        MOVE "AMOUNT TOTAL DIFFERS" TO SC-REASON
                    WHEN SB-HASH NOT = WS-HASH-RESULT
                        MOVE "N" TO SC-SEAL-RESULT
                        MOVE "ROWS ALTERED" TO SC-REASON
                END-EVALUATE
                MOVE SB-HASH TO SC-LAST-HASH
            END-IF
            IF SC-SEAL-BROKEN
                ADD 1 TO SC-BAD-SEAL-CNT
                IF SC-BAD-SEAL-CNT = 1
                    MOVE SC-ROW-CNT TO SC-FIRST-BAD-ROW
                    MOVE SC-REASON TO SC-FIRST-BAD-REASON
                    IF SC-AUDIT-LOG
                        MOVE AV-RUN-DATE TO SC-FIRST-BAD-DATE
                        MOVE AV-RUN-TIME TO SC-FIRST-BAD-TIME
                    ELSE
                        MOVE HV-RUN-DATE TO SC-FIRST-BAD-DATE
                        MOVE HV-RUN-TIME TO SC-FIRST-BAD-TIME
                    END-IF
                END-IF
            END-IF
            PERFORM 400-CLEAR-BLOCK
            .
      *
       300-MAKE-SEAL.
      *
      *builds the seal row for the open block in sc-row, hung from
      *the chain's last hash, and moves the chain on to it . the
      *caller writes the row
      *
            COMPUTE WS-HASH-WORK =
                    SC-LAST-HASH * 7919 + SC-BLOCK-HASH
            DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
                GIVING WS-HASH-QUOT REMAINDER WS-HASH-RESULT
            MOVE SC-BLOCK-CNT TO SB-ROWS
            MOVE SC-BLOCK-AMOUNT TO SB-AMOUNT
            MOVE SC-LAST-HASH TO SB-PRIOR-HASH
            MOVE WS-HASH-RESULT TO SB-HASH
            IF SC-AUDIT-LOG
                MOVE SPACES TO WS-AUDIT-VIEW
                MOVE "SEAL" TO AV-ACTION-CODE
                MOVE SC-RUN-DATE TO AV-RUN-DATE
                ACCEPT AV-RUN-TIME FROM TIME
                MOVE SC-CYCLE TO AV-CYCLE-NO
                MOVE WS-SEAL-BODY-X TO AV-BODY-X
                MOVE WS-AUDIT-VIEW TO SC-ROW
            ELSE
                MOVE SPACES TO WS-HIST-VIEW
                MOVE ZERO TO HV-AMOUNT
                             HV-RESULT-BAL
                MOVE "*" TO HV-TYPE
                MOVE SC-RUN-DATE TO HV-EFF-DATE
                                    HV-RUN-DATE
                ACCEPT HV-RUN-TIME FROM TIME
                MOVE SC-CYCLE TO HV-CYCLE-NO
                MOVE WS-SEAL-BODY-X TO HV-BODY-X
                MOVE WS-HIST-VIEW TO SC-ROW
            END-IF
            PERFORM 500-TAKE-ROW-APART
            PERFORM 510-COPY-SEAL-OUT
            ADD 1 TO SC-ROW-CNT
            ADD 1 TO SC-SEAL-CNT
            MOVE "S" TO SC-ROW-KIND
            MOVE "Y" TO SC-SEAL-RESULT
            MOVE WS-HASH-RESULT TO SC-LAST-HASH
            MOVE "Y" TO SC-ANCHORED
            PERFORM 400-CLEAR-BLOCK
            .
      *
       400-CLEAR-BLOCK.
      *
      *opens a new, empty block
      *
            MOVE ZERO TO SC-BLOCK-CNT
                         SC-BLOCK-AMOUNT
                         SC-BLOCK-HASH
            .
      *
       500-TAKE-ROW-APART.
      *
      *lays sc-row over its log's layout and says whether it is a
      *seal, with its body in ws-seal-body when it is
      *
            MOVE "N" TO WS-IS-SEAL
            IF SC-AUDIT-LOG
                MOVE SC-ROW TO WS-AUDIT-VIEW
                IF AV-ACTION-CODE = "SEAL"
                    MOVE "Y" TO WS-IS-SEAL
                    MOVE AV-BODY-X TO WS-SEAL-BODY-X
                END-IF
            ELSE
                MOVE SC-ROW TO WS-HIST-VIEW
                IF HV-TYPE = "*"
                    MOVE "Y" TO WS-IS-SEAL
                    MOVE HV-BODY-X TO WS-SEAL-BODY-X
                END-IF
            END-IF
            .
      *
       510-COPY-SEAL-OUT.
      *
      *hands the seal in hand back to the caller as it stands on the
      *log
      *
            MOVE SB-ROWS TO SC-SEAL-ROWS
            MOVE SB-AMOUNT TO SC-SEAL-AMOUNT
            MOVE SB-PRIOR-HASH TO SC-SEAL-PRIOR-HASH
            MOVE SB-HASH TO SC-SEAL-HASH
            IF SC-AUDIT-LOG
                MOVE AV-RUN-DATE TO SC-SEAL-RUN-DATE
                MOVE AV-RUN-TIME TO SC-SEAL-RUN-TIME
                MOVE AV-CYCLE-NO TO SC-SEAL-CYCLE
            ELSE
                MOVE HV-RUN-DATE TO SC-SEAL-RUN-DATE
                MOVE HV-RUN-TIME TO SC-SEAL-RUN-TIME
                MOVE HV-CYCLE-NO TO SC-SEAL-CYCLE
            END-IF
            .
      *
       600-HASH-ROW.
      *
      *folds every byte of the data row in hand into the open
      *block's hash, in column order
      *
            MOVE SC-ROW TO WS-ROW-BYTES
            PERFORM 610-HASH-ONE-BYTE
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-ROW-LENGTH
            .
      *
       610-HASH-ONE-BYTE.
      *
      *folds one byte into the open block's hash
      *
            MOVE ZERO TO WS-BYTE-NUM
            MOVE WS-ROW-BYTE(WS-BYTE-IDX) TO WS-BYTE-CHAR
            COMPUTE WS-HASH-WORK = SC-BLOCK-HASH * 131 + WS-BYTE-NUM
            DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
                GIVING WS-HASH-QUOT REMAINDER SC-BLOCK-HASH
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad call
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM131 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* FUNCTION / LOG: " SC-FUNCTION " " SC-LOG-ID
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
