      *FOLDS IN EACH BRANCH'S SUSPENSE COUNT FROM THE DAY'S SUSPENSE
      *FILE, SO THE ERROR RATES BRANCH MANAGERS ARE MEASURED ON CAN
      *FINALLY BE ATTRIBUTED . TRANSACTIONS WITH NO BRANCH ID (OLDER
      *FILES, SYSTEM-GENERATED CREDITS) GROUP UNDER THE BLANK BRANCH .
      *AT THE END OF THE RUN THE BRANCH TABLES' PEAK USAGE IS LOGGED
      *ON THE CAPACITY-USAGE FILE (PGM121) FOR THE WEEKLY HEADROOM
      *REPORT (PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       01 WS-ALL-CREDIT-TOT PIC 9(11)V99 VALUE ZERO.
       01 WS-ALL-DEBIT-TOT  PIC 9(11)V99 VALUE ZERO.
       01 WS-ALL-SUSP-CNT   PIC 9(7) VALUE ZERO.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
      *
       01 WS-BRANCH-HEAD.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
                USING TRANS-FILE
                OUTPUT PROCEDURE IS 300-BUILD-BRANCH-REPORT
            PERFORM 800-PRINT-GRAND-TOTALS
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
            ADD 1 TO WS-ALL-TRANS-CNT
            EVALUATE SR-TYPE
                WHEN "D"
                WHEN "E"
                    ADD SR-AMOUNT TO WS-BR-DEBIT-TOT
                    ADD SR-AMOUNT TO WS-ALL-DEBIT-TOT
                WHEN "C"
            DISPLAY "TRANSACTIONS REPORTED ..: " WS-ALL-TRANS-CNT
            DISPLAY "SUSPENSE ITEMS TALLIED .: " WS-ALL-SUSP-CNT
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs each branch table's load against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *both tables only ever grow, so their counts are their peaks
      *
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM77" TO CAP-PROGRAM
            MOVE "BRANCH DIR" TO CAP-TABLE
            MOVE 100 TO CAP-CEILING
            MOVE WS-DIR-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "SUSP BRANCH" TO CAP-TABLE
            MOVE 100 TO CAP-CEILING
            MOVE WS-SUSP-BR-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            .
      *
       500-CLOSE-RTN.
      *
