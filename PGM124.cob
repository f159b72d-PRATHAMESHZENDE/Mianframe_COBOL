       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM124.
      *INQUIRY SIGN-ON AND ACCESS-LOG SUBROUTINE : THE ACCOUNT AND
      *HISTORY INQUIRIES (PGM67, PGM65, PGM75) SHOW ANY ACCOUNT'S
      *BALANCE AND ACTIVITY, SO EACH NOW SIGNS ITS OPERATOR ON
      *AGAINST THE SAME OPERATOR FILE (OPERFILE) THE PGM72 CONSOLE
      *USES, AND LOGS EVERY INQUIRY IT ANSWERS ON THE PERMANENT
      *ACCESS LOG (ACCLOG) : OPERATOR, CLOCK DATE AND TIME, PROGRAM,
      *THE ACCOUNT AND SELECTION CRITERIA ASKED FOR, AND HOW MANY
      *RECORDS CAME BACK . PGM125'S WEEKLY ACCESS REVIEW READS IT .
      *
      *THE CALLER PASSES THE INQACC CALL AREA . A SIGN-ON READS THE
      *OPERATOR FILE FRONT TO BACK FOR THE ID -- A HANDFUL OF TRIES
      *PER SESSION DO NOT NEED A TABLE -- AND LOGS THE ATTEMPT, GOOD
      *OR REFUSED, SO A SESSION WHOSE LOOKUPS COULD NOT BE LOGGED IS
      *STOPPED BEFORE IT ANSWERS ANYTHING . THE LOG IS OPENED AND
      *CLOSED WITHIN EACH CALL, SO THE ROW IS ON DISK BEFORE CONTROL
      *RETURNS . A MISSING OPERATOR FILE OR A LOG THAT CANNOT BE
      *WRITTEN ENDS THE RUN WITH RETURN CODE 12 -- AN INQUIRY NOBODY
      *CAN ACCOUNT FOR IS NOT ANSWERED
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO "ACCLOG"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD OPERATOR-FILE.
      *     MUST STAY IN SYNC WITH PGM72.COB'S OPERATOR-REC LAYOUT
       01 OPERATOR-REC.
           05 OPR-ID        PIC X(4).
            05 OPR-NAME      PIC X(20).
            05 OPR-LEVEL-X   PIC X(1).
            05 OPR-LEVEL REDEFINES OPR-LEVEL-X PIC 9(1).
            05 FILLER        PIC X(55).
      *
       FD ACCESS-LOG.
      *     ONE ROW PER SIGN-ON OR INQUIRY, LAID OUT AS WS-ACCESS-ROW
      *     BELOW
       01 ACCESS-LOG-REC PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-ABEND-WHERE PIC X(30) VALUE SPACES.
      *
       01 WS-OPR-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-OPERATORS      VALUE "Y".
           88 NOT-END-OF-OPERATORS  VALUE "N".
      *
      *ONE ACCESS-LOG ROW . THE EVENT IS "S" SIGNED ON, "R" SIGN-ON
      *REFUSED OR "I" ONE INQUIRY ANSWERED ; THE CLOCK DATE AND TIME
      *ARE WHEN IT HAPPENED, NOT THE BUSINESS DATE, SO AN OUT-OF-
      *HOURS LOOKUP SHOWS AS ONE
       01 WS-ACCESS-ROW.
           05 AC-CLOCK-DATE  PIC 9(8).
            05 AC-CLOCK-TIME  PIC 9(8).
            05 AC-OPER-ID     PIC X(4).
            05 AC-PROGRAM     PIC X(8).
            05 AC-EVENT       PIC X(1).
            05 AC-ACCT-NO     PIC X(5).
            05 AC-CRITERIA    PIC X(30).
            05 AC-RECORDS     PIC 9(7).
            05 FILLER         PIC X(9) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LS-INQ-ACCESS.
           COPY INQACC.
      *
       PROCEDURE DIVISION USING LS-INQ-ACCESS.
      *
       MAIN-PROCEDURE.
      *
            EVALUATE TRUE
                WHEN IA-SIGN-ON
                    PERFORM 100-SIGN-ON
                WHEN IA-LOG-INQUIRY
                    PERFORM 200-LOG-INQUIRY
                WHEN OTHER
                    MOVE "BAD INQACC FUNCTION" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            GOBACK.
      *
       100-SIGN-ON.
      *
      *looks the id up on the operator file and logs the attempt .
      *a blank id is never a match
      *
            SET IA-REFUSED TO TRUE
            MOVE SPACES TO IA-OPER-NAME
            MOVE ZERO TO IA-OPER-LEVEL
            OPEN INPUT OPERATOR-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-OPERATORS TO TRUE
            PERFORM 110-TEST-ONE-OPERATOR
                UNTIL END-OF-OPERATORS
                    OR IA-SIGNED-ON
            CLOSE OPERATOR-FILE
            MOVE SPACES TO WS-ACCESS-ROW
            IF IA-SIGNED-ON
                MOVE "S" TO AC-EVENT
            ELSE
                MOVE "R" TO AC-EVENT
            END-IF
            MOVE ZERO TO AC-RECORDS
            PERFORM 500-WRITE-ACCESS-ROW
            .
      *
       110-TEST-ONE-OPERATOR.
      *
      *reads one operator record and takes its name and level when
      *it is the id being signed on
      *
            READ OPERATOR-FILE
                AT END
                    SET END-OF-OPERATORS TO TRUE
                NOT AT END
                    IF OPR-ID = IA-OPER-ID
                            AND IA-OPER-ID NOT = SPACES
                        SET IA-SIGNED-ON TO TRUE
                        MOVE OPR-NAME TO IA-OPER-NAME
                        IF OPR-LEVEL-X IS NUMERIC
                            MOVE OPR-LEVEL TO IA-OPER-LEVEL
                        ELSE
                            MOVE 1 TO IA-OPER-LEVEL
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ OPERATOR-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-LOG-INQUIRY.
      *
      *logs one answered inquiry . only a signed-on operator's
      *inquiries are logged -- a caller that skipped the sign-on is
      *stopped here
      *
            IF NOT IA-SIGNED-ON
                MOVE "INQUIRY WITHOUT SIGN-ON" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO WS-ACCESS-ROW
            MOVE "I" TO AC-EVENT
            MOVE IA-ACCT-NO TO AC-ACCT-NO
            MOVE IA-CRITERIA TO AC-CRITERIA
            MOVE IA-RECORDS TO AC-RECORDS
            PERFORM 500-WRITE-ACCESS-ROW
            .
      *
       500-WRITE-ACCESS-ROW.
      *
      *stamps the row with the operator, program and wall clock and
      *appends it to the access log
      *
            ACCEPT AC-CLOCK-DATE FROM DATE YYYYMMDD
            ACCEPT AC-CLOCK-TIME FROM TIME
            MOVE IA-OPER-ID TO AC-OPER-ID
            MOVE IA-PROGRAM TO AC-PROGRAM
            OPEN EXTEND ACCESS-LOG
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN EXTEND ACCESS-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            WRITE ACCESS-LOG-REC FROM WS-ACCESS-ROW
            IF WS-STATUS2 NOT = 00
                MOVE "WRITE ACCESS-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE ACCESS-LOG
            .
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or a bad call
      *rather than answer an inquiry that is not on the log
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM124 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* CALLER / OPERATOR: " IA-PROGRAM " " IA-OPER-ID
            DISPLAY "* WS-STATUS1 (OPERATOR-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (ACCESS-LOG): " WS-STATUS2
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
