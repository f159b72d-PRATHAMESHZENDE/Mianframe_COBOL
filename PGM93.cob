      *AND PRINTS THE MANIFEST OF WHAT WAS STAGED . THE FOLLOW-ON
      *STEPS POINT PGM75'S AUDITLOG OR PGM65'S POSTHIST DD AT THE
      *WORK FILE AND THE EXISTING INQUIRIES ANSWER FROM IT UNCHANGED
      *
      *AUDIT AND HISTORY GENERATIONS CARRY THE SEAL ROWS THE POSTING
      *RUN WROTE (SEE PGM131), AND PGM76 CUTS THEM AT A SEAL, SO
      *GENERATIONS CONCATENATED IN ORDER FORM ONE UNBROKEN CHAIN .
      *EVERY RECORD READ FOR SCOPE A OR H IS PASSED THROUGH THE
      *CHAIN AND EVERY SEAL PROVED ; SEAL ROWS THEMSELVES ARE NOT
      *STAGED . THE MANIFEST SAYS HOW MANY SEALS PROVED AND NAMES THE
      *FIRST BROKEN ONE, AND A BROKEN CHAIN -- A ROW ALTERED SINCE IT
      *WAS POSTED, OR A GENERATION MISSING FROM THE CONCATENATION --
      *ENDS THE RUN 12 AFTER THE MANIFEST SO THE INQUIRY STEPS DO NOT
      *ANSWER FROM IT . ROWS NO SEAL COVERS (GENERATIONS CUT BEFORE
      *THE LOGS WERE SEALED) ARE STAGED AND COUNTED ON THE MANIFEST
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *     THE CONCATENATED ARCHIVE GENERATIONS FOR THE REQUESTED
      *     SCOPE . THE RECORD IS TAKEN APART IN WORKING-STORAGE BY
      *     SCOPE, SINCE EACH SCOPE CARRIES ITS STAMP DATE IN ITS
      *     OWN COLUMNS . 101 BYTES COVERS THE WIDEST (AUDIT) LAYOUT .
      *     AUDIT AND HISTORY GENERATIONS INCLUDE THEIR SEAL ROWS
       01 ARCHIVE-IN-REC    PIC X(101).
      *
       FD STAGED-OUT.
           05 WS-BEFORE-CNT      PIC 9(7) VALUE ZERO.
           05 WS-AFTER-CNT       PIC 9(7) VALUE ZERO.
           05 WS-UNDATED-CNT     PIC 9(7) VALUE ZERO.
      *
      *THE SEAL-CHAIN CALL AREA (PGM131) FOR SCOPES A AND H
       01 WS-SEAL-CHAIN.
           COPY SEALCHN.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 150-START-SEAL-CHAIN
            .
      *
       150-START-SEAL-CHAIN.
      *
      *starts the seal walk from the first generation's first row .
      *suspense carries no seals, so every suspense record is taken
      *as a data row
      *
            IF PRM-SCOPE = "S"
                MOVE "D" TO SC-ROW-KIND
            ELSE
                MOVE PRM-SCOPE TO SC-LOG-ID
                MOVE "O" TO SC-FUNCTION
                MOVE SPACES TO SC-ROW
                CALL "PGM131" USING WS-SEAL-CHAIN
                MOVE "A" TO SC-FUNCTION
            END-IF
            .
      *
       200-READ-ARCHIVE.
      *date by scope and stages it when the date falls in the
      *requested range . a record whose stamp is unreadable is
      *staged anyway -- when in doubt, give the investigator the
      *evidence -- and counted so the manifest says so . an audit or
      *history record goes through the seal chain first, and a seal
      *row is proved there and never staged
      *
            IF PRM-SCOPE NOT = "S"
                MOVE ARCHIVE-IN-REC TO SC-ROW
                CALL "PGM131" USING WS-SEAL-CHAIN
            END-IF
            PERFORM 310-FIX-RECORD-DATE
            EVALUATE TRUE
                WHEN SC-SEAL-ROW
                    CONTINUE
                WHEN WS-DATE-USABLE = "N"
                    ADD 1 TO WS-UNDATED-CNT
                    PERFORM 320-STAGE-ONE-REC
            DISPLAY "BEFORE RANGE ...........: " WS-BEFORE-CNT
            DISPLAY "AFTER RANGE ............: " WS-AFTER-CNT
            DISPLAY "UNDATED (STAGED) .......: " WS-UNDATED-CNT
            IF PRM-SCOPE NOT = "S"
                PERFORM 810-PRINT-SEAL-LINES
            END-IF
            .
      *
       810-PRINT-SEAL-LINES.
      *
      *adds the seal chain's result to the manifest . a broken chain
      *ends the run 12 once the manifest is out, so the follow-on
      *inquiries do not answer from evidence that does not prove
      *
            MOVE SPACES TO REPORT-LINE
            STRING "SEALS CHECKED " SC-SEAL-CNT
                   "  BROKEN " SC-BAD-SEAL-CNT
                   "  UNSEALED ROWS (STAGED) " SC-BLOCK-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF SC-BAD-SEAL-CNT = 0
                MOVE "SEAL CHAIN PROVED" TO REPORT-LINE
            ELSE
                STRING "FIRST BROKEN SEAL : RECORD " SC-FIRST-BAD-ROW
                       " RUN " SC-FIRST-BAD-DATE
                       " " SC-FIRST-BAD-REASON
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
            DISPLAY "SEALS CHECKED ..........: " SC-SEAL-CNT
            DISPLAY "SEALS BROKEN ...........: " SC-BAD-SEAL-CNT
            DISPLAY "UNSEALED ROWS (STAGED) .: " SC-BLOCK-CNT
            IF SC-BAD-SEAL-CNT > 0
                DISPLAY "FIRST BROKEN SEAL ......: RECORD "
                        SC-FIRST-BAD-ROW " " SC-FIRST-BAD-REASON
                DISPLAY "SEAL STATUS ............: *** BROKEN ***"
                MOVE 12 TO RETURN-CODE
            END-IF
            .
      *
       500-CLOSE-RTN.
