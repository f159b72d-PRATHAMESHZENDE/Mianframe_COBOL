      *TO A REPORT FILE THE WAY PGM53 WRITES RPTOUT, SO THE REGISTRAR
      *STOPS BUILDING THESE BY HAND EACH TERM . THE MARKS FILE IS
      *SORTED BY STUDENT ON THE WAY IN, SO THE FILE CAN ARRIVE IN ANY
      *ORDER .
      *WHEN THE ATTEND PROGRAM HAS RUN FOR THE TERM, ITS ATTNSUM
      *SUMMARY PUTS THE ATTENDANCE PERCENTAGE AGAINST EACH SUBJECT AND
      *OVERALL ON THE CARD . A SUBJECT THE STUDENT IS BARRED FROM FOR
      *ATTENDANCE HAS ITS MARK PRINTED AND FLAGGED "BARRED", AND IS
      *LEFT OUT OF THE AVERAGE, THE RANKING AND THE TERM-HISTORY MARK
      *COUNT RATHER THAN SILENTLY AVERAGED IN . NO ATTNSUM FILE MEANS
      *NO ATTENDANCE ON THE CARDS, AS BEFORE .
      *NOT EVERY SUBJECT WEIGHS THE SAME : THE SUBJMSTR SUBJECT
      *MASTER CARRIES EACH SUBJECT'S CREDIT HOURS AND THE GRADE
      *POINTS IT AWARDS FOR EACH LETTER GRADE, AND EVERY CARD SHOWS A
      *TERM GPA WEIGHTED BY CREDIT HOURS (BARRED MARKS AND SUBJECTS
      *NOT ON THE MASTER CARRY NO CREDIT) . THE GPA SETS THE TERM'S
      *ACADEMIC STANDING -- DEAN'S LIST, GOOD STANDING, PROBATION OR
      *DISMISSAL REVIEW -- BY THE THRESHOLDS ON THE STDPARM CARD, AND
      *THE STANDING REPORT LISTS EVERY CATEGORY WITH ITS COUNT SO THE
      *REGISTRAR CAN SEND THE LETTERS . THE GPA, CREDITS, QUALITY
      *POINTS AND STANDING GO DOWN ON THE TERM-HISTORY MASTER WITH
      *THE AVERAGE SO TRNSCRPT CAN BUILD THE CUMULATIVE GPA
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL TERM-HISTORY ASSIGN TO "TERMHIST"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ATTEND-SUMMARY ASSIGN TO "ATTNSUM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMSTR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STANDING-PARM ASSIGN TO "STDPARM"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-REPORT ASSIGN TO "STNDRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            05 TH-AVERAGE       PIC 9(3)V99.
            05 TH-RANK          PIC 9(3).
            05 TH-MARK-CNT      PIC 9(3).
            05 TH-GPA           PIC 9V99.
      *        THE TERM GPA, WEIGHTED BY CREDIT HOURS
            05 TH-CREDITS       PIC 9(3).
            05 TH-QUAL-PTS      PIC 9(4)V99.
      *        THE CREDIT HOURS THE GPA COVERS AND THE GRADE POINTS
      *        TIMES CREDITS EARNED ON THEM, SO TRNSCRPT WEIGHTS THE
      *        CUMULATIVE GPA BY CREDIT HOURS . SPACES ON ROWS WRITTEN
      *        BEFORE THE SUBJECT MASTER EXISTED
            05 TH-STANDING      PIC X(1).
      *        "D" DEAN'S LIST, "G" GOOD STANDING, "P" PROBATION,
      *        "R" DISMISSAL REVIEW, SPACE NO CREDITS TO RATE
            05 FILLER           PIC X(45).
      *
       FD ATTEND-SUMMARY.
      *     THE TERM ATTENDANCE SUMMARY THE ATTEND PROGRAM WRITES :
      *     ONE RECORD PER STUDENT PER SUBJECT, AND ONE WITH A BLANK
      *     SUBJECT FOR THE OVERALL FIGURE . MUST STAY IN SYNC WITH
      *     ATTEND.CBL'S ATTEND-SUMMARY-REC LAYOUT
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
       FD SUBJECT-MASTER.
      *     ONE RECORD PER SUBJECT : ITS CREDIT HOURS AND THE GRADE
      *     POINTS IT AWARDS FOR EACH LETTER GRADE 3500-CLASSIFY-MARK
      *     GIVES
       01 SUBJECT-MASTER-REC.
           05 SJ-SUBJECT-CODE PIC X(3).
            05 SJ-SUBJECT-NAME  PIC X(20).
            05 SJ-CREDITS-X     PIC X(2).
            05 SJ-CREDITS REDEFINES SJ-CREDITS-X PIC 9(2).
            05 SJ-GRADE-POINTS-X.
               10 SJ-GP-A       PIC 9V99.
               10 SJ-GP-B       PIC 9V99.
               10 SJ-GP-C       PIC 9V99.
               10 SJ-GP-F       PIC 9V99.
            05 FILLER           PIC X(43).
      *
       FD STANDING-PARM.
      *     ONE RECORD : THE LOWEST TERM GPA FOR THE DEAN'S LIST, FOR
      *     GOOD STANDING AND FOR PROBATION (9V99 EACH) . BELOW THE
      *     PROBATION FIGURE IS DISMISSAL REVIEW . ABSENT OR BLANK
      *     TAKES 3.50, 2.00 AND 1.00
       01 STANDING-PARM-REC.
           05 SP-DEANS-GPA-X  PIC X(3).
            05 SP-DEANS-GPA REDEFINES SP-DEANS-GPA-X PIC 9V99.
            05 SP-GOOD-GPA-X    PIC X(3).
            05 SP-GOOD-GPA REDEFINES SP-GOOD-GPA-X PIC 9V99.
            05 SP-PROBATION-GPA-X PIC X(3).
            05 SP-PROBATION-GPA REDEFINES SP-PROBATION-GPA-X
                                 PIC 9V99.
            05 FILLER           PIC X(71).
      *
       FD STANDING-REPORT.
       01 STANDING-LINE     PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
       01 WS-STATUS1        PIC 99.
       01 WS-STATUS2        PIC 99.
       01 WS-STATUS3        PIC 99.
       01 WS-STATUS4        PIC 99.
       01 WS-STATUS5        PIC 99.
       01 WS-STATUS6        PIC 99.
       01 WS-STATUS7        PIC 99.
       01 WS-ABEND-WHERE    PIC X(30) VALUE SPACES.
      *
      *THE TERM THIS RUN'S MARKS BELONG TO, TAKEN FROM THE FIRST
       01 WS-STU-TOTAL      PIC 9(7) VALUE ZERO.
       01 WS-STU-MARKS      PIC 9(5) VALUE ZERO.
       01 WS-STU-AVERAGE    PIC 9(3)V99 VALUE ZERO.
       01 WS-STU-BARRED     PIC 9(3) VALUE ZERO.
       01 WS-STU-CREDITS    PIC 9(3) VALUE ZERO.
       01 WS-STU-QUAL-PTS   PIC 9(4)V99 VALUE ZERO.
       01 WS-STU-GPA        PIC 9V99 VALUE ZERO.
       01 WS-STU-STANDING   PIC X(1) VALUE SPACE.
      *
      *THE SUBJECT MASTER, HELD FOR THE RUN . MORE THAN 100 SUBJECTS
      *IS TREATED AS FATAL
       01 WS-SUBJ-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 100 TIMES
                   INDEXED BY SJ-IDX.
               10 WS-SUBJ-CODE     PIC X(3).
               10 WS-SUBJ-CREDITS  PIC 9(2).
               10 WS-SUBJ-GP-A     PIC 9V99.
               10 WS-SUBJ-GP-B     PIC 9V99.
               10 WS-SUBJ-GP-C     PIC 9V99.
               10 WS-SUBJ-GP-F     PIC 9V99.
       01 WS-SUBJ-EOF-FLAG  PIC X(1) VALUE "N".
           88 END-OF-SUBJECTS       VALUE "Y".
           88 NOT-END-OF-SUBJECTS   VALUE "N".
       01 WS-SUBJ-FOUND-FLAG PIC X(1) VALUE "N".
           88 SUBJ-FOUND            VALUE "Y".
           88 SUBJ-NOT-FOUND        VALUE "N".
       01 WS-GRADE-POINTS   PIC 9V99 VALUE ZERO.
      *
      *STANDING THRESHOLDS FROM THE STDPARM CARD, AND THE FOUR
      *CATEGORIES IN THE ORDER THE STANDING REPORT LISTS THEM
       01 WS-DEANS-GPA      PIC 9V99 VALUE 3.50.
       01 WS-GOOD-GPA       PIC 9V99 VALUE 2.00.
       01 WS-PROBATION-GPA  PIC 9V99 VALUE 1.00.
       01 WS-STANDING-NAMES.
           05 FILLER PIC X(17) VALUE "DDEAN'S LIST".
           05 FILLER PIC X(17) VALUE "GGOOD STANDING".
           05 FILLER PIC X(17) VALUE "PPROBATION".
           05 FILLER PIC X(17) VALUE "RDISMISSAL REVIEW".
       01 WS-STANDING-TABLE REDEFINES WS-STANDING-NAMES.
           05 WS-STANDING-ENTRY OCCURS 4 TIMES
                   INDEXED BY SD-IDX.
               10 WS-STANDING-CODE PIC X(1).
               10 WS-STANDING-NAME PIC X(16).
       01 WS-STANDING-NAME-HAND PIC X(16) VALUE SPACES.
       01 WS-CAT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-UNRATED-CNT    PIC 9(3) VALUE ZERO.
      *
      *THE TERM'S ATTENDANCE FIGURES FROM ATTNSUM, ONE ENTRY PER
      *STUDENT PER SUBJECT PLUS EACH STUDENT'S OVERALL (BLANK
      *SUBJECT) . MORE THAN 2000 IS TREATED AS FATAL, THE SAME
      *CEILING THE ATTEND PROGRAM ITSELF KEEPS
       01 WS-ATT-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-ATT-TABLE.
           05 WS-ATT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AT-IDX.
               10 WS-ATT-STUDENT   PIC X(5).
               10 WS-ATT-SUBJECT   PIC X(3).
               10 WS-ATT-TERM      PIC X(6).
               10 WS-ATT-PERCENT   PIC 9(3)V99.
               10 WS-ATT-EXAM-FLAG PIC X(1).
       01 WS-ATT-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-ATTENDANCE     VALUE "Y".
           88 NOT-END-OF-ATTENDANCE VALUE "N".
      *
      *THE ATTENDANCE LOOKUP : THE KEY ASKED FOR AND THE ANSWER
       01 WS-FIND-STUDENT   PIC X(5) VALUE SPACES.
       01 WS-FIND-SUBJECT   PIC X(3) VALUE SPACES.
       01 WS-FIND-TERM      PIC X(6) VALUE SPACES.
       01 WS-ATT-FOUND-FLAG PIC X(1) VALUE "N".
           88 ATTENDANCE-FOUND      VALUE "Y".
           88 ATTENDANCE-NOT-FOUND  VALUE "N".
       01 WS-FOUND-PERCENT  PIC 9(3)V99 VALUE ZERO.
       01 WS-FOUND-EXAM-FLAG PIC X(1) VALUE SPACE.
           88 SUBJECT-BARRED        VALUE "B".
      *
      *CLASS SUMMARY TABLE, ONE ENTRY PER STUDENT, RANKED BY AVERAGE
      *AT PRINT TIME . A TERM WITH MORE THAN 200 STUDENTS IS TREATED
               10 WS-CLASS-STUDENT  PIC X(5).
               10 WS-CLASS-AVERAGE  PIC 9(3)V99.
               10 WS-CLASS-MARKS    PIC 9(3).
               10 WS-CLASS-GPA      PIC 9V99.
               10 WS-CLASS-CREDITS  PIC 9(3).
               10 WS-CLASS-QUAL-PTS PIC 9(4)V99.
               10 WS-CLASS-STANDING PIC X(1).
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-STUDENT   PIC X(5).
            05 WS-SWAP-AVERAGE   PIC 9(3)V99.
            05 WS-SWAP-MARKS     PIC 9(3).
            05 WS-SWAP-GPA       PIC 9V99.
            05 WS-SWAP-CREDITS   PIC 9(3).
            05 WS-SWAP-QUAL-PTS  PIC 9(4)V99.
            05 WS-SWAP-STANDING  PIC X(1).
       01 WS-RANK-I         PIC 9(3) VALUE ZERO.
       01 WS-RANK-J         PIC 9(3) VALUE ZERO.
      *
       01 WS-TOTAL-MARKS    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BARRED   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-NO-CREDIT PIC 9(7) VALUE ZERO.
      *
      *REPORT LINES
       01 WS-CARD-HEAD.
            05 FILLER          PIC X(7)  VALUE "MARK".
            05 FILLER          PIC X(7)  VALUE "GRADE".
            05 FILLER          PIC X(6)  VALUE "P/F".
            05 FILLER          PIC X(10) VALUE "ATTEND %".
            05 FILLER          PIC X(8)  VALUE "EXAM".
            05 FILLER          PIC X(6)  VALUE "CRED".
      *
       01 WS-MARK-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
            05 ML-GRADE        PIC X(1).
            05 FILLER          PIC X(5)  VALUE SPACES.
            05 ML-PASS-FAIL    PIC X(4).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 ML-ATTEND       PIC ZZ9.99.
            05 ML-ATTEND-X REDEFINES ML-ATTEND PIC X(6).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 ML-EXAM         PIC X(6).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 ML-CREDITS      PIC Z9.
            05 ML-CREDITS-X REDEFINES ML-CREDITS PIC X(2).
      *
       01 WS-AVG-LINE.
           05 FILLER          PIC X(10) VALUE "AVERAGE ".
            05 AL-GRADE        PIC X(1).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 AL-PASS-FAIL    PIC X(4).
      *
       01 WS-BARRED-LINE.
           05 FILLER          PIC X(14) VALUE "BARRED MARKS ".
            05 BL-COUNT        PIC ZZ9.
            05 FILLER          PIC X(23)
                VALUE "  - NOT IN THE AVERAGE".
      *
       01 WS-GPA-LINE.
           05 FILLER          PIC X(10) VALUE "TERM GPA".
            05 GL-GPA          PIC Z9.99.
            05 FILLER          PIC X(11) VALUE "  CREDITS ".
            05 GL-CREDITS      PIC ZZ9.
            05 FILLER          PIC X(12) VALUE "  STANDING ".
            05 GL-STANDING     PIC X(16).
      *
       01 WS-STANDING-ROW.
           05 FILLER          PIC X(4)  VALUE SPACES.
            05 SL-STUDENT      PIC X(5).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 SL-GPA          PIC Z9.99.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 SL-CREDITS      PIC ZZ9.
      *
       01 WS-ATTEND-LINE.
           05 FILLER          PIC X(10) VALUE "ATTENDANCE".
            05 ATL-PERCENT     PIC ZZ9.99.
            05 FILLER          PIC X(1)  VALUE "%".
      *
       01 WS-RANK-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
                MOVE "OPEN TERM-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1100-LOAD-ATTENDANCE
            PERFORM 1200-LOAD-SUBJECTS
            PERFORM 1300-READ-STANDING-PARM
            OPEN OUTPUT STANDING-REPORT
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN STANDING-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1100-LOAD-ATTENDANCE.
      *
      *loads the term's attendance summary, when there is one
      *
            OPEN INPUT ATTEND-SUMMARY
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN ATTEND-SUMMARY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-ATTENDANCE TO TRUE
            PERFORM 1110-READ-ATTENDANCE
            PERFORM 1120-STORE-ONE-ATTENDANCE
                UNTIL END-OF-ATTENDANCE
            CLOSE ATTEND-SUMMARY
            .
      *
       1110-READ-ATTENDANCE.
      *
      *reads the next attendance summary record
      *
            READ ATTEND-SUMMARY
                AT END SET END-OF-ATTENDANCE TO TRUE
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ ATTEND-SUMMARY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1120-STORE-ONE-ATTENDANCE.
      *
      *keeps one attendance figure for the cards
      *
            IF WS-ATT-COUNT >= 2000
                MOVE "MORE THAN 2000 ATTENDANCE ROWS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ATT-COUNT
            SET AT-IDX TO WS-ATT-COUNT
            MOVE AS-STUDENT-ID TO WS-ATT-STUDENT(AT-IDX)
            MOVE AS-SUBJECT-CODE TO WS-ATT-SUBJECT(AT-IDX)
            MOVE AS-TERM TO WS-ATT-TERM(AT-IDX)
            MOVE AS-PERCENT TO WS-ATT-PERCENT(AT-IDX)
            MOVE AS-EXAM-FLAG TO WS-ATT-EXAM-FLAG(AT-IDX)
            PERFORM 1110-READ-ATTENDANCE
            .
      *
       1200-LOAD-SUBJECTS.
      *
      *loads the subject master . a subject with unreadable credits
      *or grade points is fatal -- every gpa on the run would be
      *wrong
      *
            OPEN INPUT SUBJECT-MASTER
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN SUBJECT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-SUBJECTS TO TRUE
            PERFORM 1210-READ-SUBJECT
            PERFORM 1220-STORE-ONE-SUBJECT
                UNTIL END-OF-SUBJECTS
            CLOSE SUBJECT-MASTER
            .
      *
       1210-READ-SUBJECT.
      *
      *reads the next subject master record
      *
            READ SUBJECT-MASTER
                AT END SET END-OF-SUBJECTS TO TRUE
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ SUBJECT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1220-STORE-ONE-SUBJECT.
      *
      *keeps one subject's credits and grade points
      *
            IF SJ-CREDITS-X IS NOT NUMERIC
                    OR SJ-GRADE-POINTS-X IS NOT NUMERIC
                MOVE "BAD SUBJMSTR ROW" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-SUBJ-COUNT >= 100
                MOVE "MORE THAN 100 SUBJECTS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-SUBJ-COUNT
            SET SJ-IDX TO WS-SUBJ-COUNT
            MOVE SJ-SUBJECT-CODE TO WS-SUBJ-CODE(SJ-IDX)
            MOVE SJ-CREDITS TO WS-SUBJ-CREDITS(SJ-IDX)
            MOVE SJ-GP-A TO WS-SUBJ-GP-A(SJ-IDX)
            MOVE SJ-GP-B TO WS-SUBJ-GP-B(SJ-IDX)
            MOVE SJ-GP-C TO WS-SUBJ-GP-C(SJ-IDX)
            MOVE SJ-GP-F TO WS-SUBJ-GP-F(SJ-IDX)
            PERFORM 1210-READ-SUBJECT
            .
      *
       1300-READ-STANDING-PARM.
      *
      *takes the standing thresholds from the stdparm card when one
      *is supplied . they must fall in order, highest first
      *
            OPEN INPUT STANDING-PARM
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 05
                MOVE "OPEN STANDING-PARM" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ STANDING-PARM
                AT END
                    CONTINUE
                NOT AT END
                    IF SP-DEANS-GPA-X IS NUMERIC
                        MOVE SP-DEANS-GPA TO WS-DEANS-GPA
                    END-IF
                    IF SP-GOOD-GPA-X IS NUMERIC
                        MOVE SP-GOOD-GPA TO WS-GOOD-GPA
                    END-IF
                    IF SP-PROBATION-GPA-X IS NUMERIC
                        MOVE SP-PROBATION-GPA TO WS-PROBATION-GPA
                    END-IF
            END-READ
            CLOSE STANDING-PARM
            IF WS-DEANS-GPA < WS-GOOD-GPA
                    OR WS-GOOD-GPA < WS-PROBATION-GPA
                MOVE "STDPARM THRESHOLDS OUT OF ORDER" TO
                    WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       2000-BUILD-REPORT-CARDS.
      *
      *is performed from 2000-build-report-cards . opens a new card
      *on a student-id control break, then prints this mark's line
      *with its grade and the subject's attendance . a mark in a
      *subject the student is barred from is flagged and kept out of
      *the average
      *
            IF SR-STUDENT-ID NOT = WS-CUR-STUDENT
                IF WS-CUR-STUDENT NOT = SPACES
            MOVE SR-MARK TO ML-MARK
            MOVE WS-GRADE TO ML-GRADE
            MOVE WS-PASS-FAIL TO ML-PASS-FAIL
            MOVE SR-STUDENT-ID TO WS-FIND-STUDENT
            MOVE SR-SUBJECT-CODE TO WS-FIND-SUBJECT
            MOVE SR-TERM TO WS-FIND-TERM
            PERFORM 3600-FIND-ATTENDANCE
            IF ATTENDANCE-FOUND
                MOVE WS-FOUND-PERCENT TO ML-ATTEND
            ELSE
                MOVE SPACES TO ML-ATTEND-X
            END-IF
            IF ATTENDANCE-FOUND AND SUBJECT-BARRED
                MOVE "BARRED" TO ML-EXAM
            ELSE
                MOVE SPACES TO ML-EXAM
            END-IF
            PERFORM 3700-FIND-SUBJECT
            IF SUBJ-FOUND
                MOVE WS-SUBJ-CREDITS(SJ-IDX) TO ML-CREDITS
            ELSE
                MOVE "??" TO ML-CREDITS-X
                ADD 1 TO WS-TOTAL-NO-CREDIT
            END-IF
            WRITE REPORT-LINE FROM WS-MARK-LINE
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF ATTENDANCE-FOUND AND SUBJECT-BARRED
                ADD 1 TO WS-STU-BARRED
                ADD 1 TO WS-TOTAL-BARRED
            ELSE
                ADD SR-MARK TO WS-STU-TOTAL
                ADD 1 TO WS-STU-MARKS
                IF SUBJ-FOUND
                    PERFORM 3750-ADD-GRADE-POINTS
                END-IF
            END-IF
            ADD 1 TO WS-TOTAL-MARKS
            PERFORM 2100-RETURN-NEXT-MARK
            .
            MOVE SR-STUDENT-ID TO WS-CUR-STUDENT
            MOVE ZERO TO WS-STU-TOTAL
            MOVE ZERO TO WS-STU-MARKS
            MOVE ZERO TO WS-STU-BARRED
            MOVE ZERO TO WS-STU-CREDITS
            MOVE ZERO TO WS-STU-QUAL-PTS
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE WS-CUR-STUDENT TO CH-STUDENT-ID
       3200-CLOSE-STUDENT-CARD.
      *
      *finishes the current student's card : their own average with
      *its grade and verdict, how many barred marks it leaves out,
      *the term gpa and academic standing, their overall attendance,
      *and an entry in the class ranking table
      *
            IF WS-STU-MARKS > 0
                COMPUTE WS-STU-AVERAGE ROUNDED =
            MOVE WS-GRADE TO AL-GRADE
            MOVE WS-PASS-FAIL TO AL-PASS-FAIL
            WRITE REPORT-LINE FROM WS-AVG-LINE
            IF WS-STU-BARRED > 0
                MOVE WS-STU-BARRED TO BL-COUNT
                WRITE REPORT-LINE FROM WS-BARRED-LINE
            END-IF
            PERFORM 3800-SET-STANDING
            IF WS-STU-CREDITS > 0
                MOVE WS-STU-GPA TO GL-GPA
                MOVE WS-STU-CREDITS TO GL-CREDITS
                MOVE WS-STANDING-NAME-HAND TO GL-STANDING
                WRITE REPORT-LINE FROM WS-GPA-LINE
            END-IF
            MOVE WS-CUR-STUDENT TO WS-FIND-STUDENT
            MOVE SPACES TO WS-FIND-SUBJECT
            MOVE WS-CUR-TERM TO WS-FIND-TERM
            PERFORM 3600-FIND-ATTENDANCE
            IF ATTENDANCE-FOUND
                MOVE WS-FOUND-PERCENT TO ATL-PERCENT
                WRITE REPORT-LINE FROM WS-ATTEND-LINE
            END-IF
            IF WS-CLASS-COUNT >= 200
                MOVE "MORE THAN 200 STUDENTS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            MOVE WS-CUR-STUDENT TO WS-CLASS-STUDENT(CL-IDX)
            MOVE WS-STU-AVERAGE TO WS-CLASS-AVERAGE(CL-IDX)
            MOVE WS-STU-MARKS TO WS-CLASS-MARKS(CL-IDX)
            MOVE WS-STU-GPA TO WS-CLASS-GPA(CL-IDX)
            MOVE WS-STU-CREDITS TO WS-CLASS-CREDITS(CL-IDX)
            MOVE WS-STU-QUAL-PTS TO WS-CLASS-QUAL-PTS(CL-IDX)
            MOVE WS-STU-STANDING TO WS-CLASS-STANDING(CL-IDX)
            .
      *
       3500-CLASSIFY-MARK.
                MOVE "PASS" TO WS-PASS-FAIL
            END-IF
            .
      *
       3600-FIND-ATTENDANCE.
      *
      *looks up the attendance figure for the student, subject and
      *term asked for (a blank subject is the overall figure)
      *
            SET ATTENDANCE-NOT-FOUND TO TRUE
            MOVE ZERO TO WS-FOUND-PERCENT
            MOVE SPACE TO WS-FOUND-EXAM-FLAG
            PERFORM 3610-MATCH-ONE-ATTENDANCE
                VARYING AT-IDX FROM 1 BY 1
                UNTIL AT-IDX > WS-ATT-COUNT
                   OR ATTENDANCE-FOUND
            .
      *
       3610-MATCH-ONE-ATTENDANCE.
      *
      *takes the figure from one table entry when it matches
      *
            IF WS-ATT-STUDENT(AT-IDX) = WS-FIND-STUDENT
                    AND WS-ATT-SUBJECT(AT-IDX) = WS-FIND-SUBJECT
                    AND WS-ATT-TERM(AT-IDX) = WS-FIND-TERM
                SET ATTENDANCE-FOUND TO TRUE
                MOVE WS-ATT-PERCENT(AT-IDX) TO WS-FOUND-PERCENT
                MOVE WS-ATT-EXAM-FLAG(AT-IDX) TO WS-FOUND-EXAM-FLAG
            END-IF
            .
      *
       3700-FIND-SUBJECT.
      *
      *finds the mark's subject on the subject master
      *
            SET SUBJ-NOT-FOUND TO TRUE
            PERFORM 3710-MATCH-ONE-SUBJECT
                VARYING SJ-IDX FROM 1 BY 1
                UNTIL SJ-IDX > WS-SUBJ-COUNT
                   OR SUBJ-FOUND
            IF SUBJ-FOUND
                SET SJ-IDX DOWN BY 1
            END-IF
            .
      *
       3710-MATCH-ONE-SUBJECT.
      *
      *flags the subject found when this entry is the one
      *
            IF WS-SUBJ-CODE(SJ-IDX) = SR-SUBJECT-CODE
                SET SUBJ-FOUND TO TRUE
            END-IF
            .
      *
       3750-ADD-GRADE-POINTS.
      *
      *adds the mark's credit hours, and the subject's grade points
      *for the letter grade times those credits, to the term
      *
            EVALUATE WS-GRADE
                WHEN "A"
                    MOVE WS-SUBJ-GP-A(SJ-IDX) TO WS-GRADE-POINTS
                WHEN "B"
                    MOVE WS-SUBJ-GP-B(SJ-IDX) TO WS-GRADE-POINTS
                WHEN "C"
                    MOVE WS-SUBJ-GP-C(SJ-IDX) TO WS-GRADE-POINTS
                WHEN OTHER
                    MOVE WS-SUBJ-GP-F(SJ-IDX) TO WS-GRADE-POINTS
            END-EVALUATE
            ADD WS-SUBJ-CREDITS(SJ-IDX) TO WS-STU-CREDITS
            COMPUTE WS-STU-QUAL-PTS = WS-STU-QUAL-PTS
                    + WS-GRADE-POINTS * WS-SUBJ-CREDITS(SJ-IDX)
            .
      *
       3800-SET-STANDING.
      *
      *works out the term gpa and the academic standing it earns .
      *a student with no credit-bearing marks is not rated
      *
            MOVE ZERO TO WS-STU-GPA
            MOVE SPACE TO WS-STU-STANDING
            MOVE SPACES TO WS-STANDING-NAME-HAND
            IF WS-STU-CREDITS > 0
                COMPUTE WS-STU-GPA ROUNDED =
                        WS-STU-QUAL-PTS / WS-STU-CREDITS
                EVALUATE TRUE
                    WHEN WS-STU-GPA >= WS-DEANS-GPA
                        SET SD-IDX TO 1
                    WHEN WS-STU-GPA >= WS-GOOD-GPA
                        SET SD-IDX TO 2
                    WHEN WS-STU-GPA >= WS-PROBATION-GPA
                        SET SD-IDX TO 3
                    WHEN OTHER
                        SET SD-IDX TO 4
                END-EVALUATE
                MOVE WS-STANDING-CODE(SD-IDX) TO WS-STU-STANDING
                MOVE WS-STANDING-NAME(SD-IDX)
                    TO WS-STANDING-NAME-HAND
            ELSE
                ADD 1 TO WS-UNRATED-CNT
            END-IF
            .
      *
       6000-PRINT-CLASS-SUMMARY.
      *
            WRITE REPORT-LINE
            DISPLAY "STUDENTS CARDED ........: " WS-CLASS-COUNT
            DISPLAY "MARKS READ .............: " WS-TOTAL-MARKS
            DISPLAY "BARRED MARKS FLAGGED ...: " WS-TOTAL-BARRED
            DISPLAY "MARKS WITH NO SUBJECT ..: " WS-TOTAL-NO-CREDIT
            PERFORM 6500-PRINT-STANDING-REPORT
            .
      *
       6100-RANK-ONE-PASS.
            MOVE WS-CLASS-AVERAGE(WS-RANK-I) TO TH-AVERAGE
            MOVE WS-RANK-I TO TH-RANK
            MOVE WS-CLASS-MARKS(WS-RANK-I) TO TH-MARK-CNT
            MOVE WS-CLASS-GPA(WS-RANK-I) TO TH-GPA
            MOVE WS-CLASS-CREDITS(WS-RANK-I) TO TH-CREDITS
            MOVE WS-CLASS-QUAL-PTS(WS-RANK-I) TO TH-QUAL-PTS
            MOVE WS-CLASS-STANDING(WS-RANK-I) TO TH-STANDING
            WRITE TERM-HISTORY-REC
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE TERM-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       6500-PRINT-STANDING-REPORT.
      *
      *the academic standing report : every category in turn with
      *its students, highest average first, and its count, so the
      *registrar can send the letters
      *
            MOVE SPACES TO STANDING-LINE
            STRING "ACADEMIC STANDING REPORT - TERM " WS-CUR-TERM
                DELIMITED BY SIZE INTO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            PERFORM 6510-PRINT-ONE-CATEGORY
                VARYING SD-IDX FROM 1 BY 1
                UNTIL SD-IDX > 4
            MOVE SPACES TO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            MOVE SPACES TO STANDING-LINE
            STRING "NOT RATED (NO CREDITS) " WS-UNRATED-CNT
                DELIMITED BY SIZE INTO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            DISPLAY "STUDENTS NOT RATED .....: " WS-UNRATED-CNT
            .
      *
       6510-PRINT-ONE-CATEGORY.
      *
      *prints one standing category : its heading, its students and
      *its count
      *
            MOVE ZERO TO WS-CAT-COUNT
            MOVE SPACES TO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            MOVE WS-STANDING-NAME(SD-IDX) TO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            PERFORM 6520-LIST-ONE-STUDENT
                VARYING WS-RANK-I FROM 1 BY 1
                UNTIL WS-RANK-I > WS-CLASS-COUNT
            MOVE SPACES TO STANDING-LINE
            STRING "  COUNT " WS-CAT-COUNT
                DELIMITED BY SIZE INTO STANDING-LINE
            PERFORM 6590-WRITE-STANDING-LINE
            DISPLAY WS-STANDING-NAME(SD-IDX) " : " WS-CAT-COUNT
            .
      *
       6520-LIST-ONE-STUDENT.
      *
      *lists one student under the category in hand when they
      *belong to it
      *
            IF WS-CLASS-STANDING(WS-RANK-I) = WS-STANDING-CODE(SD-IDX)
                MOVE WS-CLASS-STUDENT(WS-RANK-I) TO SL-STUDENT
                MOVE WS-CLASS-GPA(WS-RANK-I) TO SL-GPA
                MOVE WS-CLASS-CREDITS(WS-RANK-I) TO SL-CREDITS
                MOVE WS-STANDING-ROW TO STANDING-LINE
                PERFORM 6590-WRITE-STANDING-LINE
                ADD 1 TO WS-CAT-COUNT
            END-IF
            .
      *
       6590-WRITE-STANDING-LINE.
      *
      *writes one standing report line
      *
            WRITE STANDING-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE STANDING-REPORT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       5000-CLOSE-RTN.
      *
      *closes the report files and the term-history master
      *
            CLOSE REPORT-FILE
             TERM-HISTORY
             STANDING-REPORT
            .
      *
       9999-ABEND-RTN.
            DISPLAY "* WS-STATUS1 (STUDENT-MARKS): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (REPORT-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (TERM-HISTORY): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (ATTEND-SUMMARY): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (SUBJECT-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (STANDING-PARM): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (STANDING-REPORT): " WS-STATUS7
            DISPLAY "***************************************"
            STOP RUN.
