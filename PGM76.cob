      *HERE . THE JCL REPLACES THE LIVE LOG WITH THE TRIMMED COPY ONLY
      *AFTER THIS STEP ENDS ZERO, THE SAME WAY THE PROMOTION STEP
      *WORKS
      *
      *BOTH LOGS CARRY A SEAL ROW AT THE END OF EVERY POSTING RUN'S
      *BLOCK (SEE PGM131) . BEFORE ANY OUTPUT IS OPENED EACH LOG'S
      *SEAL CHAIN IS WALKED AND PROVED, AND A LOG WITH A BROKEN SEAL
      *IS REFUSED -- NO GENERATION IS CUT FROM EVIDENCE THAT NO
      *LONGER PROVES, AND THE RUN ENDS 12 . THE CUT FOLLOWS THE SEALS
      *: EVERY ROW UP TO AND INCLUDING THE LAST SEAL WHOSE RUN IS
      *OLDER THAN RETENTION GOES TO ARCHIVE, SO EACH GENERATION AND
      *THE LIVE LOG LEFT BEHIND HOLD WHOLE SEALED BLOCKS AND THE LIVE
      *LOG'S FIRST SEAL STILL HANGS FROM THE ARCHIVED ONE . ROWS NOT
      *YET SEALED ALWAYS STAY LIVE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       FILE SECTION.
      *-----------------------
       FD AUDIT-LOG.
      *     MUST STAY IN SYNC WITH PGM52.COB'S AUDIT-REC LAYOUT .
      *     SEAL ROWS (AUD-ACTION-CODE "SEAL") ARE CUT WITH THEIR
      *     BLOCKS LIKE ANY OTHER ROW
       01 AUDIT-REC.
           05 AUD-OM-ACCT-NO   PIC X(5).
            05 AUD-NM-ACCT-NO   PIC X(5).
       01 SUSPENSE-ARCH-REC  PIC X(99).
      *
       FD POSTED-HISTORY.
      *     THE LIVE POSTED-HISTORY . THE RUN DATE OF THE SEAL THAT
      *     CLOSES EACH ROW'S BLOCK DRIVES THE SPLIT . MUST STAY IN
      *     SYNC WITH PGM52.COB'S POSTED-HISTORY-REC LAYOUT
       01 POSTED-HISTORY-REC.
           05 HIS-ACCT-NO    PIC X(5).
            05 HIS-AMOUNT     PIC 9(7)V99.
           05 WS-HIS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-HIS-ARCH-CNT    PIC 9(7) VALUE ZERO.
           05 WS-HIS-LIVE-CNT    PIC 9(7) VALUE ZERO.
      *
      *THE SEAL-CHAIN CALL AREAS (PGM131), ONE PER LOG, AND WHERE
      *EACH LOG IS CUT : THE ROW NUMBER OF THE LAST SEAL OLDER THAN
      *RETENTION (ZERO CUTS NOTHING)
       01 WS-AUD-SEAL.
           COPY SEALCHN.
       01 WS-HIS-SEAL.
           COPY SEALCHN.
       01 WS-SEAL-CUT.
           05 WS-AUD-CUT-ROW     PIC 9(9) VALUE ZERO.
            05 WS-HIS-CUT-ROW     PIC 9(9) VALUE ZERO.
            05 WS-SEAL-DATE       PIC 9(8) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                MOVE "BAD ARCPARM RETENTION" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 150-VERIFY-AUDIT-CHAIN
            PERFORM 160-VERIFY-HIST-CHAIN
            OPEN INPUT AUDIT-LOG
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN AUDIT-LOG" TO WS-ABEND-WHERE
                MOVE "OPEN AUDIT-LIVE-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            .
      *
       150-VERIFY-AUDIT-CHAIN.
      *
      *walks the whole audit log through the seal chain before
      *anything is written, refusing a log with a broken seal, and
      *finds the last seal old enough to cut at . the split pass
      *reads the log again and counts it afresh
      *
            OPEN INPUT AUDIT-LOG
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN AUDIT-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "A" TO SC-LOG-ID OF WS-AUD-SEAL
            MOVE "O" TO SC-FUNCTION OF WS-AUD-SEAL
            MOVE SPACES TO SC-ROW OF WS-AUD-SEAL
            CALL "PGM131" USING WS-AUD-SEAL
            MOVE "A" TO SC-FUNCTION OF WS-AUD-SEAL
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 200-READ-AUDIT-LOG
            PERFORM 155-PROVE-ONE-AUDIT-REC
                UNTIL END-OF-INPUT-FILE
            CLOSE AUDIT-LOG
            MOVE ZERO TO WS-AUD-READ-CNT
            DISPLAY "AUDIT SEALS CHECKED ....: "
                    SC-SEAL-CNT OF WS-AUD-SEAL
            IF SC-BAD-SEAL-CNT OF WS-AUD-SEAL > 0
                DISPLAY "AUDIT SEALS BROKEN .....: "
                        SC-BAD-SEAL-CNT OF WS-AUD-SEAL
                DISPLAY "  FIRST AT ROW .........: "
                        SC-FIRST-BAD-ROW OF WS-AUD-SEAL " "
                        SC-FIRST-BAD-REASON OF WS-AUD-SEAL
                MOVE "AUDIT LOG SEAL BROKEN" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       155-PROVE-ONE-AUDIT-REC.
      *
      *passes one audit row to the chain ; a seal older than the
      *retention moves the cut down to it
      *
            MOVE AUDIT-REC TO SC-ROW OF WS-AUD-SEAL
            CALL "PGM131" USING WS-AUD-SEAL
            IF SC-SEAL-ROW OF WS-AUD-SEAL
                MOVE SC-SEAL-RUN-DATE OF WS-AUD-SEAL TO WS-SEAL-DATE
                PERFORM 170-AGE-ONE-SEAL
                IF WS-REC-AGE-DAYS > PRM-RETAIN-DAYS
                    MOVE SC-ROW-CNT OF WS-AUD-SEAL TO WS-AUD-CUT-ROW
                END-IF
            END-IF
            PERFORM 200-READ-AUDIT-LOG
            .
      *
       160-VERIFY-HIST-CHAIN.
      *
      *walks the whole posted-history the same way
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "H" TO SC-LOG-ID OF WS-HIS-SEAL
            MOVE "O" TO SC-FUNCTION OF WS-HIS-SEAL
            MOVE SPACES TO SC-ROW OF WS-HIS-SEAL
            CALL "PGM131" USING WS-HIS-SEAL
            MOVE "A" TO SC-FUNCTION OF WS-HIS-SEAL
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 460-READ-POSTED-HISTORY
            PERFORM 165-PROVE-ONE-HIST-REC
                UNTIL END-OF-INPUT-FILE
            CLOSE POSTED-HISTORY
            MOVE ZERO TO WS-HIS-READ-CNT
            DISPLAY "HISTORY SEALS CHECKED ..: "
                    SC-SEAL-CNT OF WS-HIS-SEAL
            IF SC-BAD-SEAL-CNT OF WS-HIS-SEAL > 0
                DISPLAY "HISTORY SEALS BROKEN ...: "
                        SC-BAD-SEAL-CNT OF WS-HIS-SEAL
                DISPLAY "  FIRST AT ROW .........: "
                        SC-FIRST-BAD-ROW OF WS-HIS-SEAL " "
                        SC-FIRST-BAD-REASON OF WS-HIS-SEAL
                MOVE "POSTED-HISTORY SEAL BROKEN" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       165-PROVE-ONE-HIST-REC.
      *
      *passes one history row to the chain ; a seal older than the
      *retention moves the cut down to it
      *
            MOVE POSTED-HISTORY-REC TO SC-ROW OF WS-HIS-SEAL
            CALL "PGM131" USING WS-HIS-SEAL
            IF SC-SEAL-ROW OF WS-HIS-SEAL
                MOVE SC-SEAL-RUN-DATE OF WS-HIS-SEAL TO WS-SEAL-DATE
                PERFORM 170-AGE-ONE-SEAL
                IF WS-REC-AGE-DAYS > PRM-RETAIN-DAYS
                    MOVE SC-ROW-CNT OF WS-HIS-SEAL TO WS-HIS-CUT-ROW
                END-IF
            END-IF
            PERFORM 460-READ-POSTED-HISTORY
            .
      *
       170-AGE-ONE-SEAL.
      *
      *ages the seal in hand by its run date . a seal with an
      *unusable date is taken as new -- when in doubt, keep the
      *evidence close
      *
            IF WS-SEAL-DATE > 0
                COMPUTE WS-REC-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-SEAL-DATE)
                COMPUTE WS-REC-AGE-DAYS =
                        WS-RUN-DATE-INT - WS-REC-DATE-INT
            ELSE
                MOVE ZERO TO WS-REC-AGE-DAYS
            END-IF
            .
      *
       200-READ-AUDIT-LOG.
      *
       300-SPLIT-ONE-AUDIT-REC.
      *
      *is performed from 000-main-module . an audit record up to and
      *including the last seal older than the retention goes to the
      *archive generation, everything else to the trimmed live copy
      *
            IF WS-AUD-READ-CNT NOT > WS-AUD-CUT-ROW
                WRITE AUDIT-ARCHIVE-REC FROM AUDIT-REC
                IF WS-STATUS2 NOT = 00
                    MOVE "WRITE AUDIT-ARCHIVE" TO WS-ABEND-WHERE
      *
       470-SPLIT-ONE-HIST-REC.
      *
      *routes one posted-history row by where it stands against the
      *cut, same as the audit split
      *
            IF WS-HIS-READ-CNT NOT > WS-HIS-CUT-ROW
                WRITE HIST-ARCHIVE-REC FROM POSTED-HISTORY-REC
                IF WS-STATUS8 NOT = 00
                    MOVE "WRITE HIST-ARCHIVE" TO WS-ABEND-WHERE
       800-PROVE-AND-REPORT.
      *
      *proves live plus archive equals what we started with, for both
      *files, and that the split read the same rows the seal walk
      *proved, before the jcl is allowed to delete anything
      *
            DISPLAY "=============================================="
            DISPLAY "        PGM76 RETENTION/ARCHIVAL TOTALS       "
                    AND WS-HIS-READ-CNT =
                        WS-HIS-ARCH-CNT + WS-HIS-LIVE-CNT
                    AND WS-SUS-READ-CNT = WS-SUS-ARCH-CNT
                    AND WS-AUD-READ-CNT = SC-ROW-CNT OF WS-AUD-SEAL
                    AND WS-HIS-READ-CNT = SC-ROW-CNT OF WS-HIS-SEAL
                DISPLAY "ARCHIVAL STATUS ........: PROVED"
            ELSE
                DISPLAY "ARCHIVAL STATUS ........: *** SHORT ***"
