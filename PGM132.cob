       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM132.
      *LOG SEAL VERIFICATION : EVERY PGM52 RUN ENDS ITS BLOCK OF ROWS
      *ON THE AUDIT LOG AND ON POSTED-HISTORY WITH A SEAL ROW -- THE
      *BLOCK'S ROW COUNT, ITS AMOUNT TOTAL AND A HASH CHAINED TO THE
      *SEAL BEFORE IT (SEE PGM131) . THIS RUN WALKS EACH LOG FROM ITS
      *FIRST ROW TO ITS LAST AND PROVES EVERY SEAL AGAINST THE ROWS
      *IT CLOSES AND THE SEAL IT HANGS FROM, SO A ROW EDITED,
      *INSERTED OR DELETED SINCE THE RUN THAT WROTE IT, OR A BLOCK
      *TAKEN OUT, IS FOUND . THE REPORT (SEALRPT) LISTS EVERY SEAL
      *WITH ITS RESULT AND NAMES THE FIRST BROKEN ONE -- THE EARLIEST
      *POINT THE EVIDENCE CAN NO LONGER BE RELIED ON . THE FIRST
      *SEAL ON A LOG HANGS FROM THE LAST SEAL OF THE ARCHIVE
      *GENERATION PGM76 CUT BEFORE IT, WHICH IS PRINTED AS THE
      *CHAIN'S ANCHOR . ROWS AFTER THE LAST SEAL ARE A POSTING RUN
      *THAT DIED BEFORE SEALING, WHOSE RESTART WILL SEAL THEM ; THEY
      *ARE COUNTED, NOT CONDEMNED .
      *
      *RETURN CODE 0 BOTH CHAINS PROVE, 4 THEY PROVE BUT ROWS ARE
      *WAITING FOR A SEAL, 8 A SEAL IS BROKEN (AFTER THE FULL
      *REPORT), 12 A FILE FAILED . A LOG WHOSE DD IS ABSENT IS
      *REPORTED AS NOT VERIFIED . THE PARALLEL POSTING PATH KEEPS ONE
      *CHAIN PER SLICE FILE : VERIFY EACH SLICE ON ITS OWN, NEVER A
      *CONCATENATION OF THEM
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "SEALRPT"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD AUDIT-LOG.
      *     THE LIVE AUDIT LOG, WHOLE . PGM131 TAKES EACH ROW APART
       01 AUDIT-REC          PIC X(101).
      *
       FD POSTED-HISTORY.
      *     THE LIVE POSTED-HISTORY, WHOLE . PGM131 TAKES EACH ROW
      *     APART
       01 POSTED-HISTORY-REC PIC X(100).
      *
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-LOG-NAME       PIC X(8) VALUE SPACES.
      *
      *THE SEAL-CHAIN CALL AREA (PGM131), USED FOR ONE LOG AT A TIME
       01 WS-SEAL-CHAIN.
           COPY SEALCHN.
      *
      *WHOLE-RUN TOTALS, WHICH SET THE RETURN CODE
       01 WS-RUN-TOTALS.
           05 WS-LOGS-VERIFIED   PIC 9(1) VALUE ZERO.
           05 WS-BROKEN-TOTAL    PIC 9(7) VALUE ZERO.
           05 WS-UNSEALED-TOTAL  PIC 9(9) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . EACH LOG STARTS
      *ON A NEW PAGE
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 050.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM132 LOG SEAL VERIFICATION".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(7)  VALUE "  LOG ".
            05 H2-LOG-NAME     PIC X(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(11) VALUE "   ROW NO".
            05 FILLER          PIC X(9)  VALUE "RUN DATE".
            05 FILLER          PIC X(9)  VALUE "RUN TIME".
            05 FILLER          PIC X(3)  VALUE "CY".
            05 FILLER          PIC X(10) VALUE "     ROWS".
            05 FILLER          PIC X(15) VALUE "       AMOUNT".
            05 FILLER          PIC X(6)  VALUE "RESULT".
      *
       01 WS-SEAL-LINE.
           05 SL-ROW-NO       PIC ZZZZZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-RUN-TIME     PIC 9(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-CYCLE        PIC 9(2).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-ROWS         PIC ZZZZZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 SL-AMOUNT       PIC ZZZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 SL-RESULT       PIC X(23).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-VERIFY-AUDIT-LOG
            PERFORM 300-VERIFY-POSTED-HISTORY
            PERFORM 800-SET-RETURN-CODE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *opens the report and fixes the as-of date it is printed
      *under
      *
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            .
      *
       200-VERIFY-AUDIT-LOG.
      *
      *walks the audit log from its first row to its last, proving
      *each seal as it is reached
      *
            MOVE "AUDITLOG" TO WS-LOG-NAME
            OPEN INPUT AUDIT-LOG
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN AUDIT-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS1 = 05
                PERFORM 720-PRINT-NOT-PRESENT
            ELSE
                MOVE "A" TO SC-LOG-ID
                PERFORM 600-START-ONE-LOG
                SET NOT-END-OF-INPUT-FILE TO TRUE
                PERFORM 210-READ-AUDIT-LOG
                PERFORM 220-PROVE-ONE-AUDIT-ROW
                    UNTIL END-OF-INPUT-FILE
                PERFORM 700-PRINT-LOG-SUMMARY
            END-IF
            CLOSE AUDIT-LOG
            .
      *
       210-READ-AUDIT-LOG.
      *
      *reads the next audit row
      *
            READ AUDIT-LOG
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ AUDIT-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-PROVE-ONE-AUDIT-ROW.
      *
      *passes one audit row to the chain
      *
            MOVE AUDIT-REC TO SC-ROW
            PERFORM 610-PASS-ONE-ROW
            PERFORM 210-READ-AUDIT-LOG
            .
      *
       300-VERIFY-POSTED-HISTORY.
      *
      *walks posted-history the same way
      *
            MOVE "POSTHIST" TO WS-LOG-NAME
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS2 = 05
                PERFORM 720-PRINT-NOT-PRESENT
            ELSE
                MOVE "H" TO SC-LOG-ID
                PERFORM 600-START-ONE-LOG
                SET NOT-END-OF-INPUT-FILE TO TRUE
                PERFORM 310-READ-POSTED-HISTORY
                PERFORM 320-PROVE-ONE-HIST-ROW
                    UNTIL END-OF-INPUT-FILE
                PERFORM 700-PRINT-LOG-SUMMARY
            END-IF
            CLOSE POSTED-HISTORY
            .
      *
       310-READ-POSTED-HISTORY.
      *
      *reads the next history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       320-PROVE-ONE-HIST-ROW.
      *
      *passes one history row to the chain
      *
            MOVE POSTED-HISTORY-REC TO SC-ROW
            PERFORM 610-PASS-ONE-ROW
            PERFORM 310-READ-POSTED-HISTORY
            .
      *
       600-START-ONE-LOG.
      *
      *starts a walk from the log's first row, on a new page
      *
            MOVE "O" TO SC-FUNCTION
            MOVE SPACES TO SC-ROW
            CALL "PGM131" USING WS-SEAL-CHAIN
            MOVE WS-LOG-NAME TO H2-LOG-NAME
            MOVE ZERO TO WS-LINE-COUNT
            ADD 1 TO WS-LOGS-VERIFIED
            .
      *
       610-PASS-ONE-ROW.
      *
      *passes the row in hand to the chain and lists it when it was
      *a seal
      *
            MOVE "A" TO SC-FUNCTION
            CALL "PGM131" USING WS-SEAL-CHAIN
            IF SC-SEAL-ROW
                MOVE SC-ROW-CNT TO SL-ROW-NO
                MOVE SC-SEAL-RUN-DATE TO SL-RUN-DATE
                MOVE SC-SEAL-RUN-TIME TO SL-RUN-TIME
                MOVE SC-SEAL-CYCLE TO SL-CYCLE
                MOVE SC-SEAL-ROWS TO SL-ROWS
                MOVE SC-SEAL-AMOUNT TO SL-AMOUNT
                IF SC-SEAL-GOOD
                    MOVE "SEAL PROVED" TO SL-RESULT
                ELSE
                    MOVE SPACES TO SL-RESULT
                    STRING "** " SC-REASON
                        DELIMITED BY SIZE INTO SL-RESULT
                END-IF
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one seal line . starts a new page and reprints the
      *headings whenever the page fills up or the log is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-SEAL-LINE
            IF WS-STATUS3 NOT = 00
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
       700-PRINT-LOG-SUMMARY.
      *
      *closes one log's listing with its totals : rows and seals,
      *the broken seals and the first of them, the rows still
      *waiting for a seal, and the chain's two ends
      *
            IF WS-LINE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING WS-LOG-NAME
                   "  ROWS READ " SC-ROW-CNT
                   "  SEALS " SC-SEAL-CNT
                   "  BROKEN " SC-BAD-SEAL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF SC-BAD-SEAL-CNT = 0
                MOVE "CHAIN PROVED -- NO BROKEN SEAL" TO REPORT-LINE
            ELSE
                STRING "FIRST BROKEN SEAL : ROW " SC-FIRST-BAD-ROW
                       " RUN " SC-FIRST-BAD-DATE
                       " " SC-FIRST-BAD-TIME
                       " " SC-FIRST-BAD-REASON
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ROWS AFTER THE LAST SEAL (UNSEALED) " SC-BLOCK-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CHAIN ANCHOR " SC-ANCHOR-HASH
                   "  CHAIN HEAD " SC-LAST-HASH
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY WS-LOG-NAME " ROWS READ .....: " SC-ROW-CNT
            DISPLAY WS-LOG-NAME " SEALS .........: " SC-SEAL-CNT
            DISPLAY WS-LOG-NAME " BROKEN SEALS ..: " SC-BAD-SEAL-CNT
            IF SC-BAD-SEAL-CNT > 0
                DISPLAY WS-LOG-NAME " FIRST BROKEN ..: ROW "
                        SC-FIRST-BAD-ROW " " SC-FIRST-BAD-REASON
            END-IF
            DISPLAY WS-LOG-NAME " UNSEALED ROWS .: " SC-BLOCK-CNT
            ADD SC-BAD-SEAL-CNT TO WS-BROKEN-TOTAL
            ADD SC-BLOCK-CNT TO WS-UNSEALED-TOTAL
            .
      *
       720-PRINT-NOT-PRESENT.
      *
      *notes a log whose dd is absent -- it is not verified
      *
            MOVE WS-LOG-NAME TO H2-LOG-NAME
            PERFORM 410-PRINT-HEADINGS
            MOVE SPACES TO REPORT-LINE
            STRING WS-LOG-NAME " NOT PRESENT -- NOT VERIFIED"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY WS-LOG-NAME " NOT PRESENT -- NOT VERIFIED"
            .
      *
       800-SET-RETURN-CODE.
      *
      *8 when any seal is broken, 4 when the chains prove but rows
      *are still waiting for a seal, otherwise 0
      *
            EVALUATE TRUE
                WHEN WS-BROKEN-TOTAL > 0
                    DISPLAY "SEAL STATUS ............: *** BROKEN ***"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-UNSEALED-TOTAL > 0
                    DISPLAY "SEAL STATUS ............: UNSEALED ROWS"
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "SEAL STATUS ............: PROVED"
            END-EVALUATE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the report
      *
            CLOSE REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM132 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (AUDIT-LOG): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (POSTED-HISTORY): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REPORT-FILE): " WS-STATUS3
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
