       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ATTEND.
      *TERM ATTENDANCE : THE 75% RULE FOR SITTING THE FINAL EXAM WAS
      *APPLIED BY TEACHERS FROM PAPER REGISTERS . THIS PROGRAM READS
      *THE DAILY ATTENDANCE FILE (ONE RECORD PER STUDENT, DAY AND
      *SUBJECT, MARKED PRESENT, ABSENT OR EXCUSED) AND WORKS OUT EACH
      *STUDENT'S ATTENDANCE PERCENTAGE PER SUBJECT AND OVERALL . HOW
      *AN EXCUSED ABSENCE COUNTS IS SET ON THE ATTPARM CARD : AS
      *PRESENT, AS ABSENT, OR LEFT OUT OF THE SUM ALTOGETHER . A
      *SUBJECT BELOW THE CARD'S MINIMUM BARS THE STUDENT FROM THAT
      *SUBJECT'S FINAL EXAM . THE REPORT CARRIES THE PERCENTAGES, AN
      *EXAM ELIGIBILITY LIST NAMING EVERY BARRED SUBJECT, AND -- ON A
      *MID-TERM RUN -- A SHORTFALL WARNING LIST OF EVERY SUBJECT
      *BELOW OR WITHIN THE CARD'S MARGIN OF THE MINIMUM, WHILE THERE
      *IS STILL TIME TO RECOVER . THE FIGURES ARE ALSO WRITTEN TO THE
      *ATTNSUM SUMMARY FILE RPTCARD READS, SO THE REPORT CARD SHOWS
      *THE ATTENDANCE AND FLAGS A BARRED SUBJECT'S MARK . THE DAILY
      *FILE IS SORTED BY STUDENT, SUBJECT AND DATE ON THE WAY IN, SO
      *IT CAN ARRIVE IN ANY ORDER ; A DAY RECORDED TWICE FOR ONE
      *SUBJECT COUNTS ONCE AND THE REPEAT IS LISTED
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ATTEND-DAILY ASSIGN TO "ATTNDLY"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "ATTNRPT"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "ATTPARM"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ATTEND-SUMMARY ASSIGN TO "ATTNSUM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ATTEND-DAILY.
      *     ONE RECORD PER STUDENT PER DAY PER SUBJECT : "P" PRESENT,
      *     "A" ABSENT, "E" EXCUSED
       01 ATTEND-DAILY-REC.
           05 AD-STUDENT-ID   PIC X(5).
            05 AD-DATE          PIC X(8).
            05 AD-SUBJECT-CODE  PIC X(3).
            05 AD-STATUS        PIC X(1).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD PARAM-FILE.
      *     ONE RECORD : THE TERM (CCYYTT), HOW AN EXCUSED ABSENCE
      *     COUNTS ("P" AS PRESENT, "A" AS ABSENT, "X" OR BLANK LEFT
      *     OUT OF THE SUM), THE MINIMUM PERCENTAGE FOR THE FINAL EXAM
      *     (BLANK = 75.00), THE RUN ("M" MID-TERM, "F" OR BLANK END
      *     OF TERM) AND THE MID-TERM WARNING MARGIN ABOVE THE MINIMUM
      *     (BLANK = 5.00)
       01 PARAM-REC.
           05 PRM-TERM         PIC X(6).
            05 PRM-EXCUSED-RULE PIC X(1).
            05 PRM-MIN-PCT-X    PIC X(5).
            05 PRM-MIN-PCT REDEFINES PRM-MIN-PCT-X PIC 9(3)V99.
            05 PRM-RUN-MODE     PIC X(1).
            05 PRM-WARN-MARGIN-X PIC X(5).
            05 PRM-WARN-MARGIN REDEFINES PRM-WARN-MARGIN-X
                                 PIC 9(3)V99.
            05 FILLER           PIC X(62).
      *
       FD ATTEND-SUMMARY.
      *     ONE RECORD PER STUDENT PER SUBJECT, THEN ONE WITH A BLANK
      *     SUBJECT FOR THE STUDENT'S OVERALL FIGURE : THE SESSIONS
      *     HELD, HOW EACH WAS MARKED, THE PERCENTAGE UNDER THE
      *     CARD'S EXCUSED RULE, AND "E" ELIGIBLE / "B" BARRED FROM
      *     THE FINAL EXAM . RPTCARD READS IT
       01 ATTEND-SUMMARY-REC.
           05 AS-STUDENT-ID   PIC X(5).
            05 AS-SUBJECT-CODE  PIC X(3).
            05 AS-TERM          PIC X(6).
            05 AS-HELD          PIC 9(4).
            05 AS-PRESENT       PIC 9(4).
            05 AS-ABSENT        PIC 9(4).
            05 AS-EXCUSED       PIC 9(4).
            05 AS-PERCENT       PIC 9(3)V99.
            05 AS-EXAM-FLAG     PIC X(1).
            05 FILLER           PIC X(44).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-STUDENT-ID   PIC X(5).
            05 SR-DATE          PIC X(8).
            05 SR-SUBJECT-CODE  PIC X(3).
            05 SR-STATUS        PIC X(1).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS1        PIC 99.
       01 WS-STATUS2        PIC 99.
       01 WS-STATUS3        PIC 99.
       01 WS-STATUS4        PIC 99.
       01 WS-ABEND-WHERE    PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-SORTED-DAYS     VALUE "Y".
           88 NOT-END-OF-SORTED-DAYS VALUE "N".
      *
      *THE TERM AND THE RULES THIS RUN APPLIES, FROM THE ATTPARM CARD
       01 WS-TERM           PIC X(6) VALUE SPACES.
       01 WS-EXCUSED-RULE   PIC X(1) VALUE "X".
           88 EXCUSED-AS-PRESENT  VALUE "P".
           88 EXCUSED-AS-ABSENT   VALUE "A".
           88 EXCUSED-LEFT-OUT    VALUE "X".
       01 WS-MIN-PCT        PIC 9(3)V99 VALUE 075.00.
       01 WS-WARN-MARGIN    PIC 9(3)V99 VALUE 005.00.
       01 WS-WARN-PCT       PIC 9(3)V99 VALUE ZERO.
       01 WS-RUN-MODE       PIC X(1) VALUE "F".
           88 MID-TERM-RUN        VALUE "M".
           88 END-OF-TERM-RUN     VALUE "F".
      *
      *THE DAY RECORD IN HAND IS GOOD OR IS LISTED AND SKIPPED
       01 WS-DAY-OK-FLAG    PIC X(1) VALUE "Y".
           88 DAY-IS-GOOD         VALUE "Y".
           88 DAY-IS-BAD          VALUE "N".
       01 WS-REJECT-REASON  PIC X(20) VALUE SPACES.
      *
      *CURRENT STUDENT AND SUBJECT FOR THE CONTROL BREAKS, AND THE
      *LAST ACCEPTED DAY SO A REPEATED DAY IS CAUGHT
       01 WS-CUR-STUDENT    PIC X(5) VALUE SPACES.
       01 WS-CUR-SUBJECT    PIC X(3) VALUE SPACES.
       01 WS-LAST-DATE      PIC X(8) VALUE SPACES.
      *
      *RUNNING SESSION COUNTS FOR THE SUBJECT AND THE STUDENT IN HAND
       01 WS-SUBJ-COUNTS.
           05 WS-SUBJ-HELD      PIC 9(4) VALUE ZERO.
           05 WS-SUBJ-PRESENT   PIC 9(4) VALUE ZERO.
           05 WS-SUBJ-ABSENT    PIC 9(4) VALUE ZERO.
           05 WS-SUBJ-EXCUSED   PIC 9(4) VALUE ZERO.
       01 WS-STU-COUNTS.
           05 WS-STU-HELD       PIC 9(4) VALUE ZERO.
           05 WS-STU-PRESENT    PIC 9(4) VALUE ZERO.
           05 WS-STU-ABSENT     PIC 9(4) VALUE ZERO.
           05 WS-STU-EXCUSED    PIC 9(4) VALUE ZERO.
       01 WS-STU-BARRED-CNT PIC 9(3) VALUE ZERO.
      *
      *ONE PERCENTAGE FOR 3500-COMPUTE-PERCENT : THE COUNTS IN, THE
      *PERCENTAGE OUT
       01 WS-PCT-HELD       PIC 9(4) VALUE ZERO.
       01 WS-PCT-PRESENT    PIC 9(4) VALUE ZERO.
       01 WS-PCT-EXCUSED    PIC 9(4) VALUE ZERO.
       01 WS-PCT-COUNTED    PIC 9(4) VALUE ZERO.
       01 WS-PCT-ATTENDED   PIC 9(4) VALUE ZERO.
       01 WS-PERCENT        PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-EDIT       PIC ZZ9.99.
      *
      *ONE ENTRY PER STUDENT/SUBJECT FOR THE ELIGIBILITY AND WARNING
      *LISTS . MORE THAN 2000 IS TREATED AS FATAL RATHER THAN
      *SILENTLY LEAVING A STUDENT OFF THE LISTS
       01 WS-SS-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SS-IDX.
               10 WS-SS-STUDENT    PIC X(5).
               10 WS-SS-SUBJECT    PIC X(3).
               10 WS-SS-PERCENT    PIC 9(3)V99.
               10 WS-SS-EXAM-FLAG  PIC X(1).
      *
      *ONE ENTRY PER STUDENT, WITH ITS OVERALL FIGURE AND WHERE ITS
      *SUBJECTS SIT IN THE TABLE ABOVE . SAME 200-STUDENT CEILING AS
      *RPTCARD'S CLASS TABLE
       01 WS-STU-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 200 TIMES
                   INDEXED BY ST-IDX.
               10 WS-ST-STUDENT    PIC X(5).
               10 WS-ST-PERCENT    PIC 9(3)V99.
               10 WS-ST-FIRST-SS   PIC 9(4).
               10 WS-ST-LAST-SS    PIC 9(4).
               10 WS-ST-BARRED-CNT PIC 9(3).
       01 WS-SS-SUB         PIC 9(4) VALUE ZERO.
       01 WS-LIST-PTR       PIC 9(3) VALUE ZERO.
      *
      *RUN TOTALS
       01 WS-ATTEND-TOTALS.
           05 WS-DAY-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-DAY-USED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-DAY-REJ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-SUMMARY-CNT    PIC 9(7) VALUE ZERO.
           05 WS-BARRED-CNT     PIC 9(5) VALUE ZERO.
           05 WS-BARRED-STU-CNT PIC 9(5) VALUE ZERO.
           05 WS-WARN-CNT       PIC 9(5) VALUE ZERO.
      *
      *REPORT LINES
       01 WS-STU-HEAD.
           05 FILLER          PIC X(15) VALUE "ATTENDANCE FOR ".
            05 SH-STUDENT-ID   PIC X(5).
      *
       01 WS-ATT-COLS.
           05 FILLER          PIC X(10) VALUE "SUBJECT".
            05 FILLER          PIC X(7)  VALUE "HELD".
            05 FILLER          PIC X(7)  VALUE "PRES".
            05 FILLER          PIC X(7)  VALUE "ABS".
            05 FILLER          PIC X(7)  VALUE "EXC".
            05 FILLER          PIC X(10) VALUE "ATTEND %".
            05 FILLER          PIC X(8)  VALUE "EXAM".
      *
       01 WS-ATT-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 AL-SUBJECT      PIC X(7).
            05 AL-HELD         PIC ZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 AL-PRESENT      PIC ZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 AL-ABSENT       PIC ZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 AL-EXCUSED      PIC ZZZ9.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 AL-PERCENT      PIC ZZ9.99.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 AL-EXAM         PIC X(8).
      *
       01 WS-REJECT-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 FILLER          PIC X(10) VALUE "REJECTED ".
            05 RJ-STUDENT      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RJ-DATE         PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RJ-SUBJECT      PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RJ-STATUS       PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RJ-REASON       PIC X(20).
      *
       01 WS-ELIG-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 EL-STUDENT      PIC X(5).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 EL-PERCENT      PIC ZZ9.99.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 EL-VERDICT      PIC X(59).
      *
       01 WS-WARN-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 WL-STUDENT      PIC X(5).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 WL-SUBJECT      PIC X(3).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 WL-PERCENT      PIC ZZ9.99.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 WL-VERDICT      PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 1000-INITIALIZE
            SORT SORT-FILE
                ON ASCENDING KEY SR-STUDENT-ID SR-SUBJECT-CODE
                                 SR-DATE
                WITH DUPLICATES IN ORDER
                USING ATTEND-DAILY
                OUTPUT PROCEDURE IS 2000-TALLY-ATTENDANCE
            PERFORM 6000-PRINT-ELIGIBILITY-LIST
            IF MID-TERM-RUN
                PERFORM 7000-PRINT-WARNING-LIST
            END-IF
            PERFORM 8000-PRINT-SUMMARY
            PERFORM 5000-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       1000-INITIALIZE.
      *
      *reads the attparm card and opens the report and summary files
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY ATTPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            PERFORM 1100-APPLY-PARM-CARD
            CLOSE PARAM-FILE
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT ATTEND-SUMMARY
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN ATTEND-SUMMARY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "TERM ATTENDANCE REPORT - TERM " WS-TERM
                DELIMITED BY SIZE INTO REPORT-LINE
            IF MID-TERM-RUN
                MOVE "(MID-TERM)" TO REPORT-LINE(38:10)
            END-IF
            WRITE REPORT-LINE
            .
      *
       1100-APPLY-PARM-CARD.
      *
      *takes the term, the excused rule, the minimum, the run and
      *the warning margin from the card . a blank setting takes its
      *default ; an unreadable one is fatal rather than barring
      *students under a rule nobody asked for
      *
            IF PRM-TERM = SPACES
                MOVE "NO TERM ON ATTPARM" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-TERM TO WS-TERM
            IF PRM-EXCUSED-RULE NOT = SPACE
                MOVE PRM-EXCUSED-RULE TO WS-EXCUSED-RULE
            END-IF
            IF NOT EXCUSED-AS-PRESENT AND NOT EXCUSED-AS-ABSENT
                    AND NOT EXCUSED-LEFT-OUT
                MOVE "BAD ATTPARM EXCUSED RULE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-MIN-PCT-X NOT = SPACES
                IF PRM-MIN-PCT-X IS NOT NUMERIC
                        OR PRM-MIN-PCT > 100
                    MOVE "BAD ATTPARM MINIMUM" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PRM-MIN-PCT TO WS-MIN-PCT
            END-IF
            IF PRM-RUN-MODE NOT = SPACE
                MOVE PRM-RUN-MODE TO WS-RUN-MODE
            END-IF
            IF NOT MID-TERM-RUN AND NOT END-OF-TERM-RUN
                MOVE "BAD ATTPARM RUN MODE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-WARN-MARGIN-X NOT = SPACES
                IF PRM-WARN-MARGIN-X IS NOT NUMERIC
                    MOVE "BAD ATTPARM WARN MARGIN" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PRM-WARN-MARGIN TO WS-WARN-MARGIN
            END-IF
            COMPUTE WS-WARN-PCT = WS-MIN-PCT + WS-WARN-MARGIN
                ON SIZE ERROR
                    MOVE 999.99 TO WS-WARN-PCT
            END-COMPUTE
            .
      *
       2000-TALLY-ATTENDANCE.
      *
      *is the sort output procedure . walks the days in student,
      *subject and date order, breaking to a new subject and a new
      *student as the keys change
      *
            SET NOT-END-OF-SORTED-DAYS TO TRUE
            PERFORM 2100-RETURN-NEXT-DAY
            PERFORM 3000-TALLY-ONE-DAY
                UNTIL END-OF-SORTED-DAYS
            IF WS-CUR-STUDENT NOT = SPACES
                PERFORM 3200-CLOSE-SUBJECT
                PERFORM 3300-CLOSE-STUDENT
            END-IF
            .
      *
       2100-RETURN-NEXT-DAY.
      *
      *returns the next sorted day record
      *
            RETURN SORT-FILE
                AT END SET END-OF-SORTED-DAYS TO TRUE
            END-RETURN
            IF NOT-END-OF-SORTED-DAYS
                ADD 1 TO WS-DAY-READ-CNT
            END-IF
            .
      *
       3000-TALLY-ONE-DAY.
      *
      *is performed from 2000-tally-attendance . a bad or repeated
      *day is listed and skipped ; a good one opens a new student or
      *subject on a control break and is counted under its mark
      *
            PERFORM 3050-EDIT-ONE-DAY
            IF DAY-IS-BAD
                PERFORM 3060-LIST-REJECT
            ELSE
                IF SR-STUDENT-ID NOT = WS-CUR-STUDENT
                    IF WS-CUR-STUDENT NOT = SPACES
                        PERFORM 3200-CLOSE-SUBJECT
                        PERFORM 3300-CLOSE-STUDENT
                    END-IF
                    PERFORM 3100-OPEN-STUDENT
                    PERFORM 3150-OPEN-SUBJECT
                ELSE
                    IF SR-SUBJECT-CODE NOT = WS-CUR-SUBJECT
                        PERFORM 3200-CLOSE-SUBJECT
                        PERFORM 3150-OPEN-SUBJECT
                    END-IF
                END-IF
                MOVE SR-DATE TO WS-LAST-DATE
                ADD 1 TO WS-SUBJ-HELD
                EVALUATE SR-STATUS
                    WHEN "P"
                        ADD 1 TO WS-SUBJ-PRESENT
                    WHEN "A"
                        ADD 1 TO WS-SUBJ-ABSENT
                    WHEN "E"
                        ADD 1 TO WS-SUBJ-EXCUSED
                END-EVALUATE
                ADD 1 TO WS-DAY-USED-CNT
            END-IF
            PERFORM 2100-RETURN-NEXT-DAY
            .
      *
       3050-EDIT-ONE-DAY.
      *
      *proves the day record : a student and subject present, a
      *numeric date, a known mark, and not the same student, subject
      *and date as the day already counted
      *
            SET DAY-IS-GOOD TO TRUE
            EVALUATE TRUE
                WHEN SR-STUDENT-ID = SPACES
                    MOVE "NO STUDENT ID" TO WS-REJECT-REASON
                    SET DAY-IS-BAD TO TRUE
                WHEN SR-SUBJECT-CODE = SPACES
                    MOVE "NO SUBJECT CODE" TO WS-REJECT-REASON
                    SET DAY-IS-BAD TO TRUE
                WHEN SR-DATE IS NOT NUMERIC
                    MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
                    SET DAY-IS-BAD TO TRUE
                WHEN SR-STATUS NOT = "P" AND SR-STATUS NOT = "A"
                        AND SR-STATUS NOT = "E"
                    MOVE "UNKNOWN MARK" TO WS-REJECT-REASON
                    SET DAY-IS-BAD TO TRUE
                WHEN SR-STUDENT-ID = WS-CUR-STUDENT
                        AND SR-SUBJECT-CODE = WS-CUR-SUBJECT
                        AND SR-DATE = WS-LAST-DATE
                    MOVE "DAY ALREADY COUNTED" TO WS-REJECT-REASON
                    SET DAY-IS-BAD TO TRUE
            END-EVALUATE
            .
      *
       3060-LIST-REJECT.
      *
      *lists one skipped day record with the reason
      *
            MOVE SR-STUDENT-ID TO RJ-STUDENT
            MOVE SR-DATE TO RJ-DATE
            MOVE SR-SUBJECT-CODE TO RJ-SUBJECT
            MOVE SR-STATUS TO RJ-STATUS
            MOVE WS-REJECT-REASON TO RJ-REASON
            WRITE REPORT-LINE FROM WS-REJECT-LINE
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DAY-REJ-CNT
            .
      *
       3100-OPEN-STUDENT.
      *
      *starts a new student's block and resets their running counts
      *
            MOVE SR-STUDENT-ID TO WS-CUR-STUDENT
            MOVE ZERO TO WS-STU-HELD
            MOVE ZERO TO WS-STU-PRESENT
            MOVE ZERO TO WS-STU-ABSENT
            MOVE ZERO TO WS-STU-EXCUSED
            MOVE ZERO TO WS-STU-BARRED-CNT
            IF WS-STU-COUNT >= 200
                MOVE "MORE THAN 200 STUDENTS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-STU-COUNT
            SET ST-IDX TO WS-STU-COUNT
            MOVE WS-CUR-STUDENT TO WS-ST-STUDENT(ST-IDX)
            COMPUTE WS-ST-FIRST-SS(ST-IDX) = WS-SS-COUNT + 1
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE WS-CUR-STUDENT TO SH-STUDENT-ID
            WRITE REPORT-LINE FROM WS-STU-HEAD
            WRITE REPORT-LINE FROM WS-ATT-COLS
            .
      *
       3150-OPEN-SUBJECT.
      *
      *starts a new subject for the student in hand
      *
            MOVE SR-SUBJECT-CODE TO WS-CUR-SUBJECT
            MOVE SPACES TO WS-LAST-DATE
            MOVE ZERO TO WS-SUBJ-HELD
            MOVE ZERO TO WS-SUBJ-PRESENT
            MOVE ZERO TO WS-SUBJ-ABSENT
            MOVE ZERO TO WS-SUBJ-EXCUSED
            .
      *
       3200-CLOSE-SUBJECT.
      *
      *finishes one subject : its percentage under the excused rule,
      *its exam verdict, its line, its summary record and its entry
      *for the lists, and folds its counts into the student's
      *
            MOVE WS-SUBJ-HELD TO WS-PCT-HELD
            MOVE WS-SUBJ-PRESENT TO WS-PCT-PRESENT
            MOVE WS-SUBJ-EXCUSED TO WS-PCT-EXCUSED
            PERFORM 3500-COMPUTE-PERCENT
            IF WS-SS-COUNT >= 2000
                MOVE "MORE THAN 2000 SUBJECT ROWS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SS-COUNT
            SET SS-IDX TO WS-SS-COUNT
            MOVE WS-CUR-STUDENT TO WS-SS-STUDENT(SS-IDX)
            MOVE WS-CUR-SUBJECT TO WS-SS-SUBJECT(SS-IDX)
            MOVE WS-PERCENT TO WS-SS-PERCENT(SS-IDX)
            IF WS-PERCENT < WS-MIN-PCT
                MOVE "B" TO WS-SS-EXAM-FLAG(SS-IDX)
                ADD 1 TO WS-STU-BARRED-CNT
                ADD 1 TO WS-BARRED-CNT
            ELSE
                MOVE "E" TO WS-SS-EXAM-FLAG(SS-IDX)
            END-IF
            MOVE SPACES TO WS-ATT-LINE
            MOVE WS-CUR-SUBJECT TO AL-SUBJECT
            MOVE WS-SUBJ-HELD TO AL-HELD
            MOVE WS-SUBJ-PRESENT TO AL-PRESENT
            MOVE WS-SUBJ-ABSENT TO AL-ABSENT
            MOVE WS-SUBJ-EXCUSED TO AL-EXCUSED
            MOVE WS-PERCENT TO AL-PERCENT
            IF WS-SS-EXAM-FLAG(SS-IDX) = "B"
                MOVE "BARRED" TO AL-EXAM
            ELSE
                MOVE "ELIGIBLE" TO AL-EXAM
            END-IF
            WRITE REPORT-LINE FROM WS-ATT-LINE
            MOVE SPACES TO ATTEND-SUMMARY-REC
            MOVE WS-CUR-STUDENT TO AS-STUDENT-ID
            MOVE WS-CUR-SUBJECT TO AS-SUBJECT-CODE
            MOVE WS-TERM TO AS-TERM
            MOVE WS-SUBJ-HELD TO AS-HELD
            MOVE WS-SUBJ-PRESENT TO AS-PRESENT
            MOVE WS-SUBJ-ABSENT TO AS-ABSENT
            MOVE WS-SUBJ-EXCUSED TO AS-EXCUSED
            MOVE WS-PERCENT TO AS-PERCENT
            MOVE WS-SS-EXAM-FLAG(SS-IDX) TO AS-EXAM-FLAG
            PERFORM 3400-WRITE-SUMMARY-REC
            ADD WS-SUBJ-HELD TO WS-STU-HELD
            ADD WS-SUBJ-PRESENT TO WS-STU-PRESENT
            ADD WS-SUBJ-ABSENT TO WS-STU-ABSENT
            ADD WS-SUBJ-EXCUSED TO WS-STU-EXCUSED
            .
      *
       3300-CLOSE-STUDENT.
      *
      *finishes the current student : the overall percentage across
      *every subject, its line and its summary record . the overall
      *figure is shown for the report card ; the exam bar is judged
      *subject by subject
      *
            MOVE WS-STU-HELD TO WS-PCT-HELD
            MOVE WS-STU-PRESENT TO WS-PCT-PRESENT
            MOVE WS-STU-EXCUSED TO WS-PCT-EXCUSED
            PERFORM 3500-COMPUTE-PERCENT
            SET ST-IDX TO WS-STU-COUNT
            MOVE WS-PERCENT TO WS-ST-PERCENT(ST-IDX)
            MOVE WS-SS-COUNT TO WS-ST-LAST-SS(ST-IDX)
            MOVE WS-STU-BARRED-CNT TO WS-ST-BARRED-CNT(ST-IDX)
            IF WS-STU-BARRED-CNT > 0
                ADD 1 TO WS-BARRED-STU-CNT
            END-IF
            MOVE SPACES TO WS-ATT-LINE
            MOVE "OVERALL" TO AL-SUBJECT
            MOVE WS-STU-HELD TO AL-HELD
            MOVE WS-STU-PRESENT TO AL-PRESENT
            MOVE WS-STU-ABSENT TO AL-ABSENT
            MOVE WS-STU-EXCUSED TO AL-EXCUSED
            MOVE WS-PERCENT TO AL-PERCENT
            WRITE REPORT-LINE FROM WS-ATT-LINE
            MOVE SPACES TO ATTEND-SUMMARY-REC
            MOVE WS-CUR-STUDENT TO AS-STUDENT-ID
            MOVE WS-TERM TO AS-TERM
            MOVE WS-STU-HELD TO AS-HELD
            MOVE WS-STU-PRESENT TO AS-PRESENT
            MOVE WS-STU-ABSENT TO AS-ABSENT
            MOVE WS-STU-EXCUSED TO AS-EXCUSED
            MOVE WS-PERCENT TO AS-PERCENT
            IF WS-STU-BARRED-CNT > 0
                MOVE "B" TO AS-EXAM-FLAG
            ELSE
                MOVE "E" TO AS-EXAM-FLAG
            END-IF
            PERFORM 3400-WRITE-SUMMARY-REC
            .
      *
       3400-WRITE-SUMMARY-REC.
      *
      *writes one attnsum record
      *
            WRITE ATTEND-SUMMARY-REC
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE ATTEND-SUMMARY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SUMMARY-CNT
            .
      *
       3500-COMPUTE-PERCENT.
      *
      *the attendance percentage for the counts in hand under the
      *card's excused rule : an excused day counts as attended, as
      *missed, or is left out of both sides . nothing left to count
      *is taken as full attendance
      *
            MOVE WS-PCT-HELD TO WS-PCT-COUNTED
            MOVE WS-PCT-PRESENT TO WS-PCT-ATTENDED
            EVALUATE TRUE
                WHEN EXCUSED-AS-PRESENT
                    ADD WS-PCT-EXCUSED TO WS-PCT-ATTENDED
                WHEN EXCUSED-LEFT-OUT
                    SUBTRACT WS-PCT-EXCUSED FROM WS-PCT-COUNTED
            END-EVALUATE
            IF WS-PCT-COUNTED > 0
                COMPUTE WS-PERCENT ROUNDED =
                        WS-PCT-ATTENDED * 100 / WS-PCT-COUNTED
            ELSE
                MOVE 100 TO WS-PERCENT
            END-IF
            .
      *
       6000-PRINT-ELIGIBILITY-LIST.
      *
      *the exam eligibility list : one line per student with the
      *overall attendance, and either eligible for every final or
      *the subjects they are barred from
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-MIN-PCT TO WS-PCT-EDIT
            STRING "FINAL EXAM ELIGIBILITY - MINIMUM " WS-PCT-EDIT
                   "% PER SUBJECT"
                DELIMITED BY SIZE INTO REPORT-LINE
            IF MID-TERM-RUN
                MOVE "(PROVISIONAL)" TO REPORT-LINE(55:13)
            END-IF
            WRITE REPORT-LINE
            PERFORM 6100-ELIGIBILITY-ONE-STUDENT
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > WS-STU-COUNT
            .
      *
       6100-ELIGIBILITY-ONE-STUDENT.
      *
      *prints one student's eligibility line, naming each barred
      *subject
      *
            MOVE SPACES TO WS-ELIG-LINE
            MOVE WS-ST-STUDENT(ST-IDX) TO EL-STUDENT
            MOVE WS-ST-PERCENT(ST-IDX) TO EL-PERCENT
            IF WS-ST-BARRED-CNT(ST-IDX) = 0
                MOVE "ELIGIBLE - ALL SUBJECTS" TO EL-VERDICT
            ELSE
                MOVE "BARRED FROM :" TO EL-VERDICT
                MOVE 15 TO WS-LIST-PTR
                PERFORM 6110-NAME-ONE-BARRED
                    VARYING WS-SS-SUB FROM WS-ST-FIRST-SS(ST-IDX)
                    BY 1
                    UNTIL WS-SS-SUB > WS-ST-LAST-SS(ST-IDX)
            END-IF
            WRITE REPORT-LINE FROM WS-ELIG-LINE
            .
      *
       6110-NAME-ONE-BARRED.
      *
      *adds one subject to the barred list on the line, while there
      *is room for it
      *
            IF WS-SS-EXAM-FLAG(WS-SS-SUB) = "B"
                    AND WS-LIST-PTR < 57
                MOVE WS-SS-SUBJECT(WS-SS-SUB)
                    TO EL-VERDICT(WS-LIST-PTR:3)
                ADD 4 TO WS-LIST-PTR
            END-IF
            .
      *
       7000-PRINT-WARNING-LIST.
      *
      *the mid-term shortfall warning list : every subject below the
      *minimum, or within the card's margin above it, while there is
      *still time to recover
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-WARN-PCT TO WS-PCT-EDIT
            STRING "MID-TERM SHORTFALL WARNINGS - BELOW " WS-PCT-EDIT
                   "%"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 7100-WARN-ONE-SUBJECT
                VARYING SS-IDX FROM 1 BY 1
                UNTIL SS-IDX > WS-SS-COUNT
            .
      *
       7100-WARN-ONE-SUBJECT.
      *
      *lists one subject when it sits under the warning line
      *
            IF WS-SS-PERCENT(SS-IDX) < WS-WARN-PCT
                MOVE SPACES TO WS-WARN-LINE
                MOVE WS-SS-STUDENT(SS-IDX) TO WL-STUDENT
                MOVE WS-SS-SUBJECT(SS-IDX) TO WL-SUBJECT
                MOVE WS-SS-PERCENT(SS-IDX) TO WL-PERCENT
                IF WS-SS-EXAM-FLAG(SS-IDX) = "B"
                    MOVE "BELOW MINIMUM" TO WL-VERDICT
                ELSE
                    MOVE "AT RISK" TO WL-VERDICT
                END-IF
                WRITE REPORT-LINE FROM WS-WARN-LINE
                ADD 1 TO WS-WARN-CNT
            END-IF
            .
      *
       8000-PRINT-SUMMARY.
      *
      *prints the run totals
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DAYS READ " WS-DAY-READ-CNT
                   "  COUNTED " WS-DAY-USED-CNT
                   "  REJECTED " WS-DAY-REJ-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "STUDENTS " WS-STU-COUNT
                   "  BARRED SUBJECTS " WS-BARRED-CNT
                   "  STUDENTS BARRED " WS-BARRED-STU-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "DAYS READ ..............: " WS-DAY-READ-CNT
            DISPLAY "DAYS COUNTED ...........: " WS-DAY-USED-CNT
            DISPLAY "DAYS REJECTED ..........: " WS-DAY-REJ-CNT
            DISPLAY "STUDENTS ...............: " WS-STU-COUNT
            DISPLAY "BARRED SUBJECTS ........: " WS-BARRED-CNT
            DISPLAY "STUDENTS BARRED ........: " WS-BARRED-STU-CNT
            DISPLAY "SHORTFALL WARNINGS .....: " WS-WARN-CNT
            DISPLAY "SUMMARY RECORDS ........: " WS-SUMMARY-CNT
            .
      *
       5000-CLOSE-RTN.
      *
      *closes the report and summary files
      *
            CLOSE REPORT-FILE
             ATTEND-SUMMARY
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad card or an
      *oversize term instead of issuing half an eligibility list
      *
            DISPLAY "***************************************"
            DISPLAY "* ATTEND ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (ATTEND-DAILY): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (REPORT-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (PARAM-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (ATTEND-SUMMARY): " WS-STATUS4
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
