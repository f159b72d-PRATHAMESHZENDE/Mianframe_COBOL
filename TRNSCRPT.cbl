      *RPTCARD COMPUTED THAT TERM -- FOLLOWED BY THE CUMULATIVE
      *AVERAGE, WEIGHTED BY EACH TERM'S MARK COUNT SO A ONE-SUBJECT
      *TERM CANNOT SWING IT . THE HISTORY IS SORTED BY STUDENT AND
      *TERM ON THE WAY IN, SO THE MASTER CAN ACCUMULATE IN ANY ORDER .
      *EACH TERM ALSO SHOWS THE GPA, CREDIT HOURS AND ACADEMIC
      *STANDING RPTCARD RECORDED, AND THE TRANSCRIPT CLOSES WITH A
      *CUMULATIVE GPA WEIGHTED BY CREDIT HOURS -- QUALITY POINTS OVER
      *CREDITS ACROSS THE TERMS -- SO A FOUR-CREDIT CORE COURSE
      *COUNTS FOUR TIMES A ONE-CREDIT ELECTIVE . TERMS RECORDED
      *BEFORE RPTCARD KEPT CREDITS CARRY NO GPA AND ARE LEFT OUT OF IT .
      *A STUDENT WHO OWES FEES PAST THEIR DUE DATE ON THE FEELEDG FEE
      *LEDGER DOES NOT GET A TRANSCRIPT : THEY ARE LISTED ON THE
      *TRNHOLD HOLDS REPORT WITH THE OVERDUE AMOUNT INSTEAD . NO FEE
      *LEDGER MEANS NO HOLDS, AS BEFORE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT REPORT-FILE ASSIGN TO "TRANSRPT"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL FEE-LEDGER ASSIGN TO "FEELEDG"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HOLDS-REPORT ASSIGN TO "TRNHOLD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
            05 TH-AVERAGE       PIC 9(3)V99.
            05 TH-RANK          PIC 9(3).
            05 TH-MARK-CNT      PIC 9(3).
            05 TH-GPA           PIC 9V99.
            05 TH-CREDITS       PIC 9(3).
            05 TH-QUAL-PTS      PIC 9(4)V99.
            05 TH-STANDING      PIC X(1).
            05 FILLER           PIC X(45).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD FEE-LEDGER.
      *     THE FEE LEDGER FEELEDG WRITES, AS IT STANDS AFTER ITS LAST
      *     RUN . MUST STAY IN SYNC WITH FEELEDG.CBL'S LEDGER LAYOUT
       01 FEE-LEDGER-REC.
           05 FL-STUDENT-ID   PIC X(5).
            05 FL-ENTRY-TYPE    PIC X(1).
            05 FL-ENTRY-DATE    PIC X(8).
            05 FL-TERM          PIC X(6).
            05 FL-FEE-CODE      PIC X(4).
            05 FL-RECEIPT-NO    PIC X(8).
            05 FL-DESCRIPTION   PIC X(20).
            05 FL-AMOUNT        PIC 9(7)V99.
            05 FL-APPLIED       PIC 9(7)V99.
            05 FL-DUE-DATE      PIC X(8).
            05 FILLER           PIC X(22).
      *
       FD HOLDS-REPORT.
       01 HOLDS-LINE        PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
            05 SR-AVERAGE       PIC 9(3)V99.
            05 SR-RANK          PIC 9(3).
            05 SR-MARK-CNT      PIC 9(3).
            05 SR-GPA           PIC 9V99.
            05 SR-CREDITS-X     PIC X(3).
            05 SR-CREDITS REDEFINES SR-CREDITS-X PIC 9(3).
            05 SR-QUAL-PTS-X    PIC X(6).
            05 SR-QUAL-PTS REDEFINES SR-QUAL-PTS-X PIC 9(4)V99.
            05 SR-STANDING      PIC X(1).
            05 FILLER           PIC X(45).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS1        PIC 99.
       01 WS-STATUS2        PIC 99.
       01 WS-STATUS3        PIC 99.
       01 WS-STATUS4        PIC 99.
       01 WS-ABEND-WHERE    PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
       01 WS-STU-WEIGHT     PIC 9(9)V99 VALUE ZERO.
       01 WS-STU-MARKS      PIC 9(5) VALUE ZERO.
       01 WS-CUM-AVERAGE    PIC 9(3)V99 VALUE ZERO.
      *
      *THE CUMULATIVE GPA IS QUALITY POINTS OVER CREDIT HOURS ACROSS
      *THE TERMS THAT CARRY THEM
       01 WS-STU-CREDITS    PIC 9(5) VALUE ZERO.
       01 WS-STU-QUAL-PTS   PIC 9(6)V99 VALUE ZERO.
       01 WS-CUM-GPA        PIC 9V99 VALUE ZERO.
      *
      *STUDENTS WITH FEES PAST DUE ON THE LEDGER, AND HOW MUCH . MORE
      *THAN 2000 IS TREATED AS FATAL RATHER THAN RELEASING A
      *TRANSCRIPT THAT SHOULD HAVE BEEN HELD
       01 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88 END-OF-LEDGER          VALUE "Y".
           88 NOT-END-OF-LEDGER      VALUE "N".
       01 WS-HOLD-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HD-IDX.
               10 WS-HOLD-STUDENT  PIC X(5).
               10 WS-HOLD-OVERDUE  PIC 9(7)V99.
       01 WS-HOLD-FOUND-FLAG PIC X(1) VALUE "N".
           88 HOLD-FOUND             VALUE "Y".
           88 HOLD-NOT-FOUND         VALUE "N".
       01 WS-CHARGE-OPEN    PIC 9(7)V99 VALUE ZERO.
       01 WS-STU-HOLD-FLAG  PIC X(1) VALUE "N".
           88 STUDENT-ON-HOLD        VALUE "Y".
           88 STUDENT-NOT-ON-HOLD    VALUE "N".
      *
       01 WS-TRANSCRIPT-TOTALS.
           05 WS-HIST-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-STUDENT-CNT    PIC 9(5) VALUE ZERO.
           05 WS-WITHHELD-CNT   PIC 9(5) VALUE ZERO.
      *
      *REPORT LINES
       01 WS-HEAD-LINE.
           05 FILLER          PIC X(9)  VALUE "TERM".
            05 FILLER          PIC X(10) VALUE "AVERAGE".
            05 FILLER          PIC X(7)  VALUE "RANK".
            05 FILLER          PIC X(8)  VALUE "MARKS".
            05 FILLER          PIC X(7)  VALUE "GPA".
            05 FILLER          PIC X(6)  VALUE "CRED".
            05 FILLER          PIC X(16) VALUE "STANDING".
      *
       01 WS-TERM-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 TL-RANK         PIC ZZ9.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 TL-MARKS        PIC ZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 TL-GPA          PIC Z9.99.
            05 TL-GPA-X REDEFINES TL-GPA PIC X(5).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 TL-CREDITS      PIC ZZ9.
            05 TL-CREDITS-X REDEFINES TL-CREDITS PIC X(3).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 TL-STANDING     PIC X(16).
      *
       01 WS-CUM-LINE.
           05 FILLER          PIC X(22)
            05 CL-AVERAGE      PIC ZZ9.99.
            05 FILLER          PIC X(8)  VALUE "  TERMS ".
            05 CL-TERMS        PIC ZZ9.
      *
       01 WS-CUM-GPA-LINE.
           05 FILLER          PIC X(22)
                VALUE "CUMULATIVE GPA".
            05 CG-GPA          PIC ZZ9.99.
            05 FILLER          PIC X(10) VALUE "  CREDITS ".
            05 CG-CREDITS      PIC ZZZZ9.
      *
       01 WS-HOLD-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 HR-STUDENT-ID   PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 HR-OVERDUE      PIC Z,ZZZ,ZZ9.99.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 FILLER          PIC X(30)
                VALUE "TRANSCRIPT WITHHELD".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *
       1000-INITIALIZE.
      *
      *opens the report files and loads the students whose fees
      *are past due
      *
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT HOLDS-REPORT
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN HOLDS-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO HOLDS-LINE
            STRING "TRANSCRIPTS WITHHELD - FEES OVERDUE AS AT "
                   WS-RUN-DATE-X
                DELIMITED BY SIZE INTO HOLDS-LINE
            PERFORM 6900-WRITE-HOLDS-LINE
            MOVE "  STUDENT        OVERDUE" TO HOLDS-LINE
            PERFORM 6900-WRITE-HOLDS-LINE
            PERFORM 1100-LOAD-FEE-HOLDS
            .
      *
       1100-LOAD-FEE-HOLDS.
      *
      *reads the fee ledger and keeps every student with a charge
      *still open after its due date
      *
            OPEN INPUT FEE-LEDGER
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN FEE-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-LEDGER TO TRUE
            PERFORM 1110-READ-FEE-LEDGER
            PERFORM 1120-TEST-ONE-LEDGER-ROW
                UNTIL END-OF-LEDGER
            CLOSE FEE-LEDGER
            .
      *
       1110-READ-FEE-LEDGER.
      *
      *reads the next fee ledger row
      *
            READ FEE-LEDGER
                AT END SET END-OF-LEDGER TO TRUE
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ FEE-LEDGER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1120-TEST-ONE-LEDGER-ROW.
      *
      *adds a charge past its due date with money still owing to
      *the student's overdue figure
      *
            IF FL-ENTRY-TYPE = "C"
                    AND FL-DUE-DATE < WS-RUN-DATE-X
                    AND FL-APPLIED < FL-AMOUNT
                COMPUTE WS-CHARGE-OPEN = FL-AMOUNT - FL-APPLIED
                MOVE FL-STUDENT-ID TO WS-CUR-STUDENT
                PERFORM 1130-FIND-HOLD
                IF HOLD-NOT-FOUND
                    IF WS-HOLD-COUNT >= 2000
                        MOVE "MORE THAN 2000 FEE HOLDS" TO
                            WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-HOLD-COUNT
                    SET HD-IDX TO WS-HOLD-COUNT
                    MOVE FL-STUDENT-ID TO WS-HOLD-STUDENT(HD-IDX)
                    MOVE ZERO TO WS-HOLD-OVERDUE(HD-IDX)
                END-IF
                ADD WS-CHARGE-OPEN TO WS-HOLD-OVERDUE(HD-IDX)
            END-IF
            MOVE SPACES TO WS-CUR-STUDENT
            PERFORM 1110-READ-FEE-LEDGER
            .
      *
       1130-FIND-HOLD.
      *
      *finds ws-cur-student among the students on hold
      *
            SET HOLD-NOT-FOUND TO TRUE
            PERFORM 1140-MATCH-ONE-HOLD
                VARYING HD-IDX FROM 1 BY 1
                UNTIL HD-IDX > WS-HOLD-COUNT
                   OR HOLD-FOUND
            IF HOLD-FOUND
                SET HD-IDX DOWN BY 1
            END-IF
            .
      *
       1140-MATCH-ONE-HOLD.
      *
      *flags the student found when this entry is the one
      *
            IF WS-HOLD-STUDENT(HD-IDX) = WS-CUR-STUDENT
                SET HOLD-FOUND TO TRUE
            END-IF
            .
      *
       2000-BUILD-TRANSCRIPTS.
      *
      *is performed from 2000-build-transcripts . opens a new
      *transcript on a student-id control break, then prints this
      *term's line with the average, rank, gpa and standing rptcard
      *recorded
      *
            IF SR-STUDENT-ID NOT = WS-CUR-STUDENT
                IF WS-CUR-STUDENT NOT = SPACES
            MOVE SR-AVERAGE TO TL-AVERAGE
            MOVE SR-RANK TO TL-RANK
            MOVE SR-MARK-CNT TO TL-MARKS
            IF SR-CREDITS-X IS NUMERIC AND SR-QUAL-PTS-X IS NUMERIC
                MOVE SR-GPA TO TL-GPA
                MOVE SR-CREDITS TO TL-CREDITS
                ADD SR-CREDITS TO WS-STU-CREDITS
                ADD SR-QUAL-PTS TO WS-STU-QUAL-PTS
            ELSE
                MOVE SPACES TO TL-GPA-X
                MOVE SPACES TO TL-CREDITS-X
            END-IF
            EVALUATE SR-STANDING
                WHEN "D"
                    MOVE "DEAN'S LIST" TO TL-STANDING
                WHEN "G"
                    MOVE "GOOD STANDING" TO TL-STANDING
                WHEN "P"
                    MOVE "PROBATION" TO TL-STANDING
                WHEN "R"
                    MOVE "DISMISSAL REVIEW" TO TL-STANDING
                WHEN OTHER
                    MOVE SPACES TO TL-STANDING
            END-EVALUATE
            IF STUDENT-NOT-ON-HOLD
                WRITE REPORT-LINE FROM WS-TERM-LINE
                IF WS-STATUS2 NOT = 00
                    MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
            END-IF
            ADD 1 TO WS-STU-TERMS
            COMPUTE WS-STU-WEIGHT = WS-STU-WEIGHT
       3100-OPEN-TRANSCRIPT.
      *
      *starts a new student's transcript and resets their running
      *figures . a student with fees overdue goes on the holds report
      *and their transcript is not printed
      *
            MOVE SR-STUDENT-ID TO WS-CUR-STUDENT
            PERFORM 1130-FIND-HOLD
            IF HOLD-FOUND
                SET STUDENT-ON-HOLD TO TRUE
                MOVE WS-CUR-STUDENT TO HR-STUDENT-ID
                MOVE WS-HOLD-OVERDUE(HD-IDX) TO HR-OVERDUE
                MOVE WS-HOLD-LINE TO HOLDS-LINE
                PERFORM 6900-WRITE-HOLDS-LINE
                ADD 1 TO WS-WITHHELD-CNT
            ELSE
                SET STUDENT-NOT-ON-HOLD TO TRUE
            END-IF
            MOVE ZERO TO WS-STU-TERMS
            MOVE ZERO TO WS-STU-WEIGHT
            MOVE ZERO TO WS-STU-MARKS
            MOVE ZERO TO WS-STU-CREDITS
            MOVE ZERO TO WS-STU-QUAL-PTS
            IF STUDENT-NOT-ON-HOLD
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-CUR-STUDENT TO HL-STUDENT-ID
                WRITE REPORT-LINE FROM WS-HEAD-LINE
                WRITE REPORT-LINE FROM WS-COLS-LINE
            END-IF
            .
      *
       3200-CLOSE-TRANSCRIPT.
      *
      *finishes the current transcript with the cumulative average,
      *weighted by each term's mark count, and the cumulative gpa,
      *weighted by credit hours . nothing is printed for a student
      *on hold
      *
            IF STUDENT-NOT-ON-HOLD
                IF WS-STU-MARKS > 0
                    COMPUTE WS-CUM-AVERAGE ROUNDED =
                            WS-STU-WEIGHT / WS-STU-MARKS
                ELSE
                    MOVE ZERO TO WS-CUM-AVERAGE
                END-IF
                MOVE WS-CUM-AVERAGE TO CL-AVERAGE
                MOVE WS-STU-TERMS TO CL-TERMS
                WRITE REPORT-LINE FROM WS-CUM-LINE
                IF WS-STU-CREDITS > 0
                    COMPUTE WS-CUM-GPA ROUNDED =
                            WS-STU-QUAL-PTS / WS-STU-CREDITS
                    MOVE WS-CUM-GPA TO CG-GPA
                    MOVE WS-STU-CREDITS TO CG-CREDITS
                    WRITE REPORT-LINE FROM WS-CUM-GPA-LINE
                END-IF
                ADD 1 TO WS-STUDENT-CNT
            END-IF
            .
      *
       8000-PRINT-SUMMARY.
                   "  TERM RESULTS " WS-HIST-READ-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO HOLDS-LINE
            PERFORM 6900-WRITE-HOLDS-LINE
            MOVE SPACES TO HOLDS-LINE
            STRING "TRANSCRIPTS WITHHELD " WS-WITHHELD-CNT
                DELIMITED BY SIZE INTO HOLDS-LINE
            PERFORM 6900-WRITE-HOLDS-LINE
            DISPLAY "STUDENTS TRANSCRIBED ...: " WS-STUDENT-CNT
            DISPLAY "TRANSCRIPTS WITHHELD ...: " WS-WITHHELD-CNT
            DISPLAY "TERM RESULTS READ ......: " WS-HIST-READ-CNT
            .
      *
       6900-WRITE-HOLDS-LINE.
      *
      *writes one holds report line
      *
            WRITE HOLDS-LINE
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE HOLDS-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       5000-CLOSE-RTN.
      *
      *closes the report files
      *
            CLOSE REPORT-FILE
             HOLDS-REPORT
            .
      *
       9999-ABEND-RTN.
            DISPLAY "* TRNSCRPT ABEND                       *"
            DISPLAY "* WS-STATUS1 (TERM-HISTORY): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (REPORT-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (FEE-LEDGER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (HOLDS-REPORT): " WS-STATUS4
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "***************************************"
            STOP RUN.
