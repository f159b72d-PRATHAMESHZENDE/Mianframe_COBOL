       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM100.
      *HOLD AND STOP MAINTENANCE : HOLDS USED TO BE PLACED AND
      *RELEASED BY EDITING HOLDFILE, AND A HOLD PAST ITS EXPIRY DATE
      *SAT ON THE FILE FOREVER, SLOWLY FILLING PGM52'S 200-ENTRY
      *HOLD TABLE . THIS RUN TAKES PLACE/AMEND/RELEASE CARDS, SORTS
      *THEM BY ACCOUNT AND HOLD TYPE, AND ROLLS HOLDFILE OLD-TO-NEW
      *THE SAME WAY PGM99 ROLLS THE CUSTOMER MASTER . A HOLD IS
      *PLACED ONLY ON AN ACCOUNT THE PGM50 VERIFICATION KNOWS, AND
      *EVERY CARD MUST CARRY AN OPERATOR OF AT LEAST LEVEL 2 FROM
      *THE PGM72 OPERATOR FILE . THE SAME RUN IS THE NIGHTLY EXPIRY
      *SWEEP : A HOLD WHOSE HLD-EXPIRY HAS PASSED (THE SAME TEST
      *PGM52'S 189-LOAD-ONE-HOLD MAKES) IS PURGED FROM THE NEW FILE,
      *AND EVERY HOLD THAT LEAVES THE FILE, RELEASED OR EXPIRED, IS
      *APPENDED TO THE PERMANENT RELEASED-HOLDS HISTORY . THE
      *REGISTER LISTS EVERY HOLD PLACED, AMENDED, RELEASED, EXPIRED
      *OR REFUSED . ON A NIGHT WITH NO CARDS THE RUN IS THE SWEEP
      *ALONE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAINT-CARDS ASSIGN TO "HOLDMNT"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HOLD-FILE-OUT ASSIGN TO "HOLDNEW"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL HOLD-HISTORY ASSIGN TO "HOLDHIST"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "HOLDMRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARDS-SORTED ASSIGN TO "HMNTSRT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HOLDS-SORTED ASSIGN TO "HOLDSRT"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CARD-SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT HOLD-SORT-FILE ASSIGN TO "SORTWK2".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD MAINT-CARDS.
      *     ONE CARD PER HOLD CHANGE, IN ANY ORDER -- THE RUN SORTS
      *     THEM BY ACCOUNT AND HOLD TYPE ITSELF, KEEPING SEVERAL
      *     CARDS FOR ONE HOLD IN THE ORDER THEY WERE KEYED . A HOLD
      *     IS NAMED BY ITS ACCOUNT AND TYPE ("F" FULL STOP, "A"
      *     AMOUNT-LIMITED), SO AN ACCOUNT CARRIES AT MOST ONE OF
      *     EACH . HMC-ACTION "P" = PLACE, "A" = AMEND, "R" = RELEASE
      *     . ON AN AMEND A BLANK FIELD IS LEFT AS IT STANDS AND A
      *     KEYED ONE REPLACES IT ; AN EXPIRY KEYED AS ZEROS MAKES THE
      *     HOLD OPEN-ENDED
       01 MAINT-CARD-REC.
           05 HMC-ACCT-NO    PIC X(5).
            05 HMC-TYPE       PIC X(1).
            05 HMC-ACTION     PIC X(1).
            05 HMC-OPER-ID    PIC X(4).
            05 HMC-LIMIT-AMT-X PIC X(9).
            05 HMC-LIMIT-AMT REDEFINES HMC-LIMIT-AMT-X PIC 9(7)V99.
            05 HMC-EXPIRY-X   PIC X(8).
            05 HMC-EXPIRY REDEFINES HMC-EXPIRY-X PIC 9(8).
            05 FILLER         PIC X(52).
      *
       FD HOLD-FILE.
      *     THE HOLD FILE PGM52 LOADS AT 188-LOAD-HOLD-FILE . MUST
      *     STAY IN SYNC WITH PGM52.COB'S HOLD-REC LAYOUT . A HAND-
      *     EDITED FILE MAY BE IN ANY ORDER ; THE RUN SORTS IT . AN
      *     ABSENT FILE MEANS NO HOLDS, AS IT DOES TO PGM52
       01 HOLD-REC.
           05 HLD-ACCT-NO   PIC X(5).
            05 HLD-TYPE      PIC X(1).
            05 HLD-LIMIT-AMT PIC 9(7)V99.
            05 HLD-PLACED-BY PIC X(4).
            05 HLD-EXPIRY    PIC 9(8).
            05 HLD-PLACED-DATE PIC 9(8).
            05 FILLER        PIC X(45).
      *
       FD HOLD-FILE-OUT.
      *     THE MAINTAINED HOLD FILE PGM52 READS NEXT, IN ASCENDING
      *     ACCOUNT AND HOLD-TYPE ORDER . SAME LAYOUT AS HOLD-REC ;
      *     RELEASED AND EXPIRED HOLDS DROP HERE
       01 HOLD-FILE-OUT-REC PIC X(80).
      *
       FD OPERATOR-FILE.
      *     MUST STAY IN SYNC WITH PGM72.COB'S OPERATOR-REC LAYOUT .
      *     PLACING, AMENDING OR RELEASING A HOLD NEEDS LEVEL 2
       01 OPERATOR-REC.
           05 OPR-ID        PIC X(4).
            05 OPR-NAME      PIC X(20).
            05 OPR-LEVEL-X   PIC X(1).
            05 OPR-LEVEL REDEFINES OPR-LEVEL-X PIC 9(1).
            05 FILLER        PIC X(55).
      *
       FD HOLD-HISTORY.
      *     THE PERMANENT RELEASED-HOLDS HISTORY, APPENDED RUN AFTER
      *     RUN THE WAY AUDITLOG IS : ONE ROW PER HOLD THAT LEFT THE
      *     FILE, WITH THE HOLD AS IT LAST STOOD . HH-DISPOSITION "R"
      *     = RELEASED BY HH-RELEASED-BY, "E" = EXPIRED IN THE SWEEP
      *     (HH-RELEASED-BY BLANK) . NEVER REWRITTEN, NEVER PURGED
       01 HOLD-HISTORY-REC.
           05 HH-ACCT-NO     PIC X(5).
            05 HH-TYPE        PIC X(1).
            05 HH-LIMIT-AMT   PIC 9(7)V99.
            05 HH-PLACED-BY   PIC X(4).
            05 HH-EXPIRY      PIC 9(8).
            05 HH-PLACED-DATE PIC 9(8).
            05 HH-DISPOSITION PIC X(1).
            05 HH-RELEASED-BY PIC X(4).
            05 HH-RUN-DATE    PIC 9(8).
            05 HH-RUN-TIME    PIC 9(8).
            05 FILLER         PIC X(24).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS, SO THE SWEEP
      *     EXPIRES EXACTLY THE HOLDS PGM52 WOULD STOP MATCHING .
      *     ABSENT MEANS SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD CARDS-SORTED.
      *     THE MAINTENANCE CARDS IN ASCENDING ACCOUNT AND HOLD-TYPE
      *     ORDER, A WORK FILE CUT FRESH EACH RUN . SAME LAYOUT AS
      *     MAINT-CARD-REC
       01 CARDS-SORTED-REC.
           05 HCS-KEY.
               10 HCS-ACCT-NO    PIC X(5).
               10 HCS-TYPE       PIC X(1).
            05 HCS-ACTION     PIC X(1).
            05 HCS-OPER-ID    PIC X(4).
            05 HCS-LIMIT-AMT-X PIC X(9).
            05 HCS-LIMIT-AMT REDEFINES HCS-LIMIT-AMT-X PIC 9(7)V99.
            05 HCS-EXPIRY-X   PIC X(8).
            05 HCS-EXPIRY REDEFINES HCS-EXPIRY-X PIC 9(8).
            05 FILLER         PIC X(52).
      *
       SD CARD-SORT-FILE.
       01 CARD-SORT-REC.
           05 CSR-KEY        PIC X(6).
            05 FILLER         PIC X(74).
      *
       FD HOLDS-SORTED.
      *     THE OLD HOLD FILE IN ASCENDING ACCOUNT AND HOLD-TYPE
      *     ORDER, A WORK FILE CUT FRESH EACH RUN . SAME LAYOUT AS
      *     HOLD-REC
       01 HOLDS-SORTED-REC.
           05 HS-KEY.
               10 HS-ACCT-NO     PIC X(5).
               10 HS-TYPE        PIC X(1).
            05 FILLER         PIC X(74).
      *
       SD HOLD-SORT-FILE.
       01 HOLD-SORT-REC.
           05 HSR-KEY        PIC X(6).
            05 FILLER         PIC X(74).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
      *
      *THE LOWEST OPERATOR LEVEL THAT MAY PLACE, AMEND OR RELEASE A
      *HOLD (PGM72'S LEVEL 2, THE MASTER-UPDATE LEVEL)
       01 WS-HOLD-MIN-LEVEL PIC 9(1) VALUE 2.
      *
      *PGM52 LOADS HOLDFILE INTO A 200-ENTRY TABLE AND ABENDS PAST
      *IT . THE REGISTER WARNS WHEN THE NEW FILE CROSSES THIS MANY
      *HOLDS SO THE BRANCHES CAN RELEASE STALE ONES FIRST
       01 WS-HOLD-WARN-CNT  PIC 9(3) VALUE 180.
      *
      *SEQUENCE CONTROL . THE NEW HOLD FILE MUST LEAVE IN ASCENDING
      *ACCOUNT AND HOLD-TYPE ORDER
       01 WS-LAST-HOLD-OUT  PIC X(6) VALUE LOW-VALUES.
      *
      *THE HOLD THE MERGE IS STANDING ON, AND THE HOLD AS EACH CARD
      *LEAVES IT . WS-CUR-ON-FILE SAYS WHETHER THE HOLD EXISTS AT
      *THIS POINT IN THE CARDS (A PLACE SETS IT, A RELEASE CLEARS
      *IT), SO SEVERAL CARDS FOR ONE HOLD APPLY IN TURN
       01 WS-CUR-KEY        PIC X(6) VALUE SPACES.
       01 WS-CUR-ON-FILE    PIC X(1) VALUE "N".
           88 HOLD-ON-FILE       VALUE "Y".
           88 HOLD-NOT-ON-FILE   VALUE "N".
       01 WS-HOLD-IMAGE.
           05 WS-IMG-ACCT-NO    PIC X(5).
            05 WS-IMG-TYPE       PIC X(1).
            05 WS-IMG-LIMIT-AMT  PIC 9(7)V99.
            05 WS-IMG-PLACED-BY  PIC X(4).
            05 WS-IMG-EXPIRY     PIC 9(8).
            05 WS-IMG-PLACED-DATE PIC 9(8).
            05 FILLER            PIC X(45).
       01 WS-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
      *
      *WHY THE HOLD IN HAND IS LEAVING THE FILE, FOR ITS HISTORY ROW
       01 WS-HIST-DISPOSITION PIC X(1) VALUE SPACE.
       01 WS-HIST-RELEASED-BY PIC X(4) VALUE SPACES.
      *
      *CARD VALIDATION . A CARD THAT FAILS ANY TEST IS LISTED WITH
      *THE REASON AND CHANGES NOTHING
       01 WS-REJECT-REASON  PIC X(24) VALUE SPACES.
       01 WS-DISPOSITION    PIC X(24) VALUE SPACES.
      *
      *THE OPERATOR FILE, LOADED ONCE AT INITIALIZATION . MORE THAN
      *50 OPERATORS IS TREATED AS FATAL, THE SAME CEILING PGM72 USES
       01 WS-OPR-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 50 TIMES
                   INDEXED BY OP-IDX.
               10 WS-OPR-ID      PIC X(4).
               10 WS-OPR-LEVEL   PIC 9(1).
       01 WS-OPR-FOUND      PIC X(1) VALUE "N".
           88 OPERATOR-FOUND      VALUE "Y".
           88 OPERATOR-NOT-FOUND  VALUE "N".
       01 WS-CARD-OPER-LEVEL PIC 9(1) VALUE ZERO.
      *
      *ANSWER FIELDS FOR THE PGM50 ACCOUNT-VERIFICATION CALL
       01 WS-VERIFY-FOUND    PIC X(1) VALUE "N".
       01 WS-VERIFY-MASTER   PIC X(80) VALUE SPACES.
      *
      *MAINTENANCE CONTROL TOTALS
       01 WS-MAINT-TOTALS.
           05 WS-CARD-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-HOLD-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-HOLD-WRITE-CNT  PIC 9(7) VALUE ZERO.
           05 WS-PLACED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-AMENDED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RELEASED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-EXPIRED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECTED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-HISTORY-CNT     PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(35)
                VALUE "PGM100 HOLD MAINTENANCE REGISTER".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(10) VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(9)  VALUE "ACCT NO".
            05 FILLER          PIC X(5)  VALUE "TYPE".
            05 FILLER          PIC X(4)  VALUE "ACT".
            05 FILLER          PIC X(6)  VALUE "OPER".
            05 FILLER          PIC X(12) VALUE "     LIMIT".
            05 FILLER          PIC X(10) VALUE "EXPIRY".
            05 FILLER          PIC X(24) VALUE "DISPOSITION".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-TYPE         PIC X(1).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 DL-ACTION       PIC X(1).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 DL-OPER-ID      PIC X(4).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-LIMIT-AMT    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-EXPIRY       PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DISPOSITION  PIC X(24).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-CARD
            PERFORM 210-READ-HOLD
            PERFORM 300-PROCESS-ONE-HOLD
                UNTIL HCS-KEY = HIGH-VALUES
                AND HS-KEY = HIGH-VALUES
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, loads the operator file, sorts the
      *cards and the old hold file by account and hold type, and
      *opens the files the merge walks
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 120-LOAD-OPERATORS
            SORT CARD-SORT-FILE
                ON ASCENDING KEY CSR-KEY
                WITH DUPLICATES IN ORDER
                USING MAINT-CARDS
                GIVING CARDS-SORTED
            SORT HOLD-SORT-FILE
                ON ASCENDING KEY HSR-KEY
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150-RELEASE-OLD-HOLDS
                GIVING HOLDS-SORTED
            OPEN INPUT CARDS-SORTED
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN INPUT HOLDS-SORTED
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN HOLDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT HOLD-FILE-OUT
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN HOLD-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN EXTEND HOLD-HISTORY
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "EXTEND HOLD-HISTORY" TO WS-ABEND-WHERE
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
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
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
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            .
      *
       120-LOAD-OPERATORS.
      *
      *loads the operator file into the operator table . a card whose
      *operator is not on file changes nothing
      *
            OPEN INPUT OPERATOR-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 125-LOAD-ONE-OPERATOR
                UNTIL WS-STATUS4 NOT = 00
            CLOSE OPERATOR-FILE
            .
      *
       125-LOAD-ONE-OPERATOR.
      *
      *copies one operator record into the next free table slot
      *
            READ OPERATOR-FILE
                AT END CONTINUE
                NOT AT END
                    IF WS-OPR-COUNT >= 50
                        MOVE "OPERFILE EXCEEDS 50" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OPR-COUNT
                    SET OP-IDX TO WS-OPR-COUNT
                    MOVE OPR-ID TO WS-OPR-ID(OP-IDX)
                    IF OPR-LEVEL-X IS NUMERIC
                        MOVE OPR-LEVEL TO WS-OPR-LEVEL(OP-IDX)
                    ELSE
                        MOVE 1 TO WS-OPR-LEVEL(OP-IDX)
                    END-IF
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       150-RELEASE-OLD-HOLDS.
      *
      *is the sort input procedure . releases every hold on the old
      *file . an absent file is a night with no holds, and the
      *sorted work file comes out empty
      *
            OPEN INPUT HOLD-FILE
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 155-RELEASE-ONE-HOLD
                UNTIL WS-STATUS2 NOT = 00
            CLOSE HOLD-FILE
            .
      *
       155-RELEASE-ONE-HOLD.
      *
      *releases one old hold to the sort
      *
            READ HOLD-FILE
                AT END CONTINUE
                NOT AT END
                    RELEASE HOLD-SORT-REC FROM HOLD-REC
                    ADD 1 TO WS-HOLD-READ-CNT
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ HOLD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-READ-CARD.
      *
      *reads the next sorted maintenance card
      *
            READ CARDS-SORTED
                AT END MOVE HIGH-VALUES TO HCS-KEY
            END-READ
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 10
                MOVE "READ CARDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF HCS-KEY NOT = HIGH-VALUES
                ADD 1 TO WS-CARD-READ-CNT
            END-IF
            .
      *
       210-READ-HOLD.
      *
      *reads the next sorted old hold
      *
            READ HOLDS-SORTED
                AT END MOVE HIGH-VALUES TO HS-KEY
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ HOLDS-SORTED" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-PROCESS-ONE-HOLD.
      *
      *is performed from 000-main-module . stands on the lower of the
      *next card's and the next old hold's key, takes the old hold
      *(if there is one) as the working image, applies every card
      *for the hold in turn, then sweeps the hold if it has expired
      *and writes it out if it is still on file . a hand-edited file
      *holding the same account and type twice passes the second
      *copy through on its own, untouched by the cards
      *
            IF HCS-KEY < HS-KEY
                MOVE HCS-KEY TO WS-CUR-KEY
            ELSE
                MOVE HS-KEY TO WS-CUR-KEY
            END-IF
            IF HS-KEY = WS-CUR-KEY
                MOVE HOLDS-SORTED-REC TO WS-HOLD-IMAGE
                SET HOLD-ON-FILE TO TRUE
                PERFORM 210-READ-HOLD
            ELSE
                MOVE SPACES TO WS-HOLD-IMAGE
                SET HOLD-NOT-ON-FILE TO TRUE
            END-IF
            PERFORM 320-APPLY-ONE-CARD
                UNTIL HCS-KEY NOT = WS-CUR-KEY
            IF HOLD-ON-FILE
                PERFORM 360-SWEEP-EXPIRED-HOLD
            END-IF
            IF HOLD-ON-FILE
                PERFORM 380-WRITE-HOLD-OUT
            END-IF
            .
      *
       320-APPLY-ONE-CARD.
      *
      *is performed from 300-process-one-hold for each card for the
      *current hold . validates the card against the hold as the
      *earlier cards left it, then places, amends or releases, and
      *lists the card
      *
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-DISPOSITION
            MOVE WS-HOLD-IMAGE TO WS-BEFORE-IMAGE
            PERFORM 325-VALIDATE-OPERATOR
            IF WS-REJECT-REASON = SPACES
                EVALUATE HCS-ACTION
                    WHEN "P"
                        PERFORM 330-PLACE-HOLD
                    WHEN "A"
                        PERFORM 340-AMEND-HOLD
                    WHEN "R"
                        PERFORM 350-RELEASE-HOLD
                    WHEN OTHER
                        MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                MOVE WS-REJECT-REASON TO WS-DISPOSITION
                ADD 1 TO WS-REJECTED-CNT
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE HCS-ACCT-NO TO DL-ACCT-NO
            MOVE HCS-TYPE TO DL-TYPE
            MOVE HCS-ACTION TO DL-ACTION
            MOVE HCS-OPER-ID TO DL-OPER-ID
            IF WS-HOLD-IMAGE NOT = SPACES
                MOVE WS-IMG-LIMIT-AMT TO DL-LIMIT-AMT
                MOVE WS-IMG-EXPIRY TO DL-EXPIRY
            END-IF
            MOVE WS-DISPOSITION TO DL-DISPOSITION
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 200-READ-CARD
            .
      *
       325-VALIDATE-OPERATOR.
      *
      *the card must name an account and a hold type and carry an
      *operator of at least ws-hold-min-level on the operator file
      *
            MOVE "N" TO WS-OPR-FOUND
            MOVE ZERO TO WS-CARD-OPER-LEVEL
            PERFORM 327-TEST-ONE-OPERATOR
                VARYING OP-IDX FROM 1 BY 1
                UNTIL OP-IDX > WS-OPR-COUNT
                    OR OPERATOR-FOUND
            EVALUATE TRUE
                WHEN HCS-ACCT-NO = SPACES
                    MOVE "NO ACCOUNT NUMBER" TO WS-REJECT-REASON
                WHEN HCS-TYPE NOT = "F" AND HCS-TYPE NOT = "A"
                    MOVE "INVALID HOLD TYPE" TO WS-REJECT-REASON
                WHEN OPERATOR-NOT-FOUND
                    MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
                WHEN WS-CARD-OPER-LEVEL < WS-HOLD-MIN-LEVEL
                    MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *
       327-TEST-ONE-OPERATOR.
      *
      *tests one operator-table entry against the card's operator
      *
            IF WS-OPR-ID(OP-IDX) = HCS-OPER-ID
                    AND HCS-OPER-ID NOT = SPACES
                MOVE WS-OPR-LEVEL(OP-IDX) TO WS-CARD-OPER-LEVEL
                SET OPERATOR-FOUND TO TRUE
            END-IF
            .
      *
       330-PLACE-HOLD.
      *
      *is performed from 320-apply-one-card . a new hold must not
      *already exist, must carry a limit when it is amount-limited,
      *must not expire in the past, and must be on an account the
      *pgm50 verification knows
      *
            EVALUATE TRUE
                WHEN HOLD-ON-FILE
                    MOVE "HOLD ALREADY ON FILE" TO WS-REJECT-REASON
                WHEN HCS-TYPE = "A"
                        AND (HCS-LIMIT-AMT-X IS NOT NUMERIC
                             OR HCS-LIMIT-AMT = 0)
                    MOVE "LIMIT REQUIRED" TO WS-REJECT-REASON
                WHEN HCS-TYPE = "F"
                        AND HCS-LIMIT-AMT-X NOT = SPACES
                    MOVE "NO LIMIT ON FULL STOP" TO WS-REJECT-REASON
                WHEN HCS-EXPIRY-X NOT = SPACES
                        AND HCS-EXPIRY-X IS NOT NUMERIC
                    MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
                WHEN HCS-EXPIRY-X IS NUMERIC
                        AND HCS-EXPIRY > 0
                        AND HCS-EXPIRY < WS-RUN-DATE
                    MOVE "EXPIRY ALREADY PAST" TO WS-REJECT-REASON
                WHEN OTHER
                    PERFORM 335-VERIFY-ACCOUNT
            END-EVALUATE
            .
      *
       335-VERIFY-ACCOUNT.
      *
      *proves the account through the pgm50 verification call and,
      *when it is known, builds the new hold
      *
            CALL "PGM50" USING HCS-ACCT-NO WS-VERIFY-FOUND
                               WS-VERIFY-MASTER
            IF WS-VERIFY-FOUND = "N"
                MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
            ELSE
                MOVE SPACES TO WS-HOLD-IMAGE
                MOVE HCS-ACCT-NO TO WS-IMG-ACCT-NO
                MOVE HCS-TYPE TO WS-IMG-TYPE
                MOVE ZERO TO WS-IMG-LIMIT-AMT
                IF HCS-TYPE = "A"
                    MOVE HCS-LIMIT-AMT TO WS-IMG-LIMIT-AMT
                END-IF
                MOVE HCS-OPER-ID TO WS-IMG-PLACED-BY
                MOVE ZERO TO WS-IMG-EXPIRY
                IF HCS-EXPIRY-X IS NUMERIC
                    MOVE HCS-EXPIRY TO WS-IMG-EXPIRY
                END-IF
                MOVE WS-RUN-DATE TO WS-IMG-PLACED-DATE
                SET HOLD-ON-FILE TO TRUE
                MOVE "PLACED" TO WS-DISPOSITION
                ADD 1 TO WS-PLACED-CNT
            END-IF
            .
      *
       340-AMEND-HOLD.
      *
      *is performed from 320-apply-one-card . a keyed limit or expiry
      *replaces the one on file ; a full stop carries no limit . a
      *card that would leave the hold exactly as it was is refused
      *
            EVALUATE TRUE
                WHEN HOLD-NOT-ON-FILE
                    MOVE "HOLD NOT ON FILE" TO WS-REJECT-REASON
                WHEN HCS-TYPE = "F"
                        AND HCS-LIMIT-AMT-X NOT = SPACES
                    MOVE "NO LIMIT ON FULL STOP" TO WS-REJECT-REASON
                WHEN HCS-LIMIT-AMT-X NOT = SPACES
                        AND (HCS-LIMIT-AMT-X IS NOT NUMERIC
                             OR HCS-LIMIT-AMT = 0)
                    MOVE "INVALID LIMIT" TO WS-REJECT-REASON
                WHEN HCS-EXPIRY-X NOT = SPACES
                        AND HCS-EXPIRY-X IS NOT NUMERIC
                    MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
                WHEN HCS-EXPIRY-X IS NUMERIC
                        AND HCS-EXPIRY > 0
                        AND HCS-EXPIRY < WS-RUN-DATE
                    MOVE "EXPIRY ALREADY PAST" TO WS-REJECT-REASON
                WHEN OTHER
                    IF HCS-LIMIT-AMT-X NOT = SPACES
                        MOVE HCS-LIMIT-AMT TO WS-IMG-LIMIT-AMT
                    END-IF
                    IF HCS-EXPIRY-X NOT = SPACES
                        MOVE HCS-EXPIRY TO WS-IMG-EXPIRY
                    END-IF
                    IF WS-HOLD-IMAGE = WS-BEFORE-IMAGE
                        MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
                    ELSE
                        MOVE "AMENDED" TO WS-DISPOSITION
                        ADD 1 TO WS-AMENDED-CNT
                    END-IF
            END-EVALUATE
            .
      *
       350-RELEASE-HOLD.
      *
      *is performed from 320-apply-one-card . the released hold goes
      *to the history as it last stood and drops from the new file ;
      *the image stays as it was so the register line shows it
      *
            IF HOLD-NOT-ON-FILE
                MOVE "HOLD NOT ON FILE" TO WS-REJECT-REASON
            ELSE
                MOVE "R" TO WS-HIST-DISPOSITION
                MOVE HCS-OPER-ID TO WS-HIST-RELEASED-BY
                PERFORM 370-WRITE-HISTORY
                SET HOLD-NOT-ON-FILE TO TRUE
                MOVE "RELEASED" TO WS-DISPOSITION
                ADD 1 TO WS-RELEASED-CNT
            END-IF
            .
      *
       360-SWEEP-EXPIRED-HOLD.
      *
      *is performed from 300-process-one-hold once the cards are
      *applied, so a hold amended to a later expiry tonight survives
      *. a hold whose expiry has passed goes to the history, drops
      *from the new file and is listed on the register
      *
            IF WS-IMG-EXPIRY > 0
                    AND WS-IMG-EXPIRY < WS-RUN-DATE
                MOVE "E" TO WS-HIST-DISPOSITION
                MOVE SPACES TO WS-HIST-RELEASED-BY
                PERFORM 370-WRITE-HISTORY
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE WS-IMG-ACCT-NO TO DL-ACCT-NO
                MOVE WS-IMG-TYPE TO DL-TYPE
                MOVE WS-IMG-PLACED-BY TO DL-OPER-ID
                MOVE WS-IMG-LIMIT-AMT TO DL-LIMIT-AMT
                MOVE WS-IMG-EXPIRY TO DL-EXPIRY
                MOVE "EXPIRED" TO DL-DISPOSITION
                PERFORM 400-PRINT-DETAIL-RTN
                SET HOLD-NOT-ON-FILE TO TRUE
                ADD 1 TO WS-EXPIRED-CNT
            END-IF
            .
      *
       370-WRITE-HISTORY.
      *
      *appends one hold leaving the file to the released-holds
      *history . the caller has set the disposition and releaser
      *
            MOVE SPACES TO HOLD-HISTORY-REC
            MOVE WS-IMG-ACCT-NO TO HH-ACCT-NO
            MOVE WS-IMG-TYPE TO HH-TYPE
            MOVE WS-IMG-LIMIT-AMT TO HH-LIMIT-AMT
            MOVE WS-IMG-PLACED-BY TO HH-PLACED-BY
            MOVE WS-IMG-EXPIRY TO HH-EXPIRY
            IF WS-IMG-PLACED-DATE IS NUMERIC
                MOVE WS-IMG-PLACED-DATE TO HH-PLACED-DATE
            ELSE
                MOVE ZERO TO HH-PLACED-DATE
            END-IF
            MOVE WS-RUN-DATE TO HH-RUN-DATE
            MOVE WS-HIST-DISPOSITION TO HH-DISPOSITION
            MOVE WS-HIST-RELEASED-BY TO HH-RELEASED-BY
            ACCEPT HH-RUN-TIME FROM TIME
            WRITE HOLD-HISTORY-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE HOLD-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-HISTORY-CNT
            .
      *
       380-WRITE-HOLD-OUT.
      *
      *is performed for every hold written to the new hold file .
      *refuses to hand pgm52 a file that has gone out of sequence
      *
            IF WS-CUR-KEY < WS-LAST-HOLD-OUT
                MOVE "HOLDNEW OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-CUR-KEY TO WS-LAST-HOLD-OUT
            WRITE HOLD-FILE-OUT-REC FROM WS-HOLD-IMAGE
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE HOLD-FILE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-HOLD-WRITE-CNT
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one register line . starts a new page and reprints the
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
       800-PRINT-SUMMARY-RTN.
      *
      *prints the maintenance totals so the new hold file can be
      *proved as the old one plus the placed less the released and
      *expired, and warns when it is closing on pgm52's table size
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "HOLDS IN " WS-HOLD-READ-CNT
                   "  PLACED " WS-PLACED-CNT
                   "  RELEASED " WS-RELEASED-CNT
                   "  EXPIRED " WS-EXPIRED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "HOLDS OUT " WS-HOLD-WRITE-CNT
                   "  CARDS " WS-CARD-READ-CNT
                   "  AMENDED " WS-AMENDED-CNT
                   "  REJECTED " WS-REJECTED-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-HOLD-WRITE-CNT > WS-HOLD-WARN-CNT
                MOVE SPACES TO REPORT-LINE
                STRING "*** WARNING : HOLDS ON FILE NEAR PGM52'S "
                       "200-ENTRY HOLD TABLE ***"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "WARNING: HOLD FILE NEAR PGM52 TABLE SIZE"
            END-IF
            DISPLAY "MAINTENANCE CARDS READ .: " WS-CARD-READ-CNT
            DISPLAY "HOLDS READ .............: " WS-HOLD-READ-CNT
            DISPLAY "HOLDS PLACED ...........: " WS-PLACED-CNT
            DISPLAY "HOLDS AMENDED ..........: " WS-AMENDED-CNT
            DISPLAY "HOLDS RELEASED .........: " WS-RELEASED-CNT
            DISPLAY "HOLDS EXPIRED ..........: " WS-EXPIRED-CNT
            DISPLAY "CARDS REJECTED .........: " WS-REJECTED-CNT
            DISPLAY "HISTORY ROWS WRITTEN ...: " WS-HISTORY-CNT
            DISPLAY "HOLDS WRITTEN ..........: " WS-HOLD-WRITE-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE CARDS-SORTED
             HOLDS-SORTED
             HOLD-FILE-OUT
             HOLD-HISTORY
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or an out-of-sequence
      *hold file instead of handing pgm52 half a hold file
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM100 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (MAINT-CARDS): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (HOLD-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (HOLD-FILE-OUT): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (OPERATOR-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (HOLD-HISTORY): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (REPORT-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (DATE-CARD): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (CARDS-SORTED): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (HOLDS-SORTED): " WS-STATUS9
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
