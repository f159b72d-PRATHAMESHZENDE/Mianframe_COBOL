      *RANGES COVER 00000-99999 WITH NO GAPS -- AN ACCOUNT ONBOARDED
      *TOMORROW STILL FALLS IN A SLICE INSTEAD OF TRIPPING PGM79'S
      *NO-RANGE ABEND -- AND THE REPORT SHOWS THE PROJECTED RECORDS
      *AND TRANSACTIONS PER SLICE IT CHOSE . AT THE END OF THE RUN
      *THE ACCOUNT TABLE'S USAGE AGAINST ITS CEILING IS LOGGED ON THE
      *CAPACITY-USAGE FILE (PGM121) FOR THE WEEKLY HEADROOM REPORT
      *(PGM122)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       01 WS-LO-OUT          PIC 9(5) VALUE ZERO.
       01 WS-HI-OUT          PIC 9(5) VALUE ZERO.
       01 WS-RANGES-OUT-CNT  PIC 9(1) VALUE ZERO.
      *
      *THE TABLE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM 350-DRAIN-ORPHAN-TRANS
                UNTIL T-ACCT-NO = HIGH-VALUES
            PERFORM 400-CUT-SLICES-RTN
            PERFORM 450-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
                    " ACCTS " WS-SLICE-ACCTS
                    " TRANS " WS-SLICE-TRANS
            .
      *
       450-LOG-TABLE-USAGE.
      *
      *logs the account table's load against its ceiling on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the table only ever grows, so its count is its peak
      *
            MOVE ZERO TO CAP-RUN-DATE
            MOVE "PGM91" TO CAP-PROGRAM
            MOVE "ACCOUNTS" TO CAP-TABLE
            MOVE 2000 TO CAP-CEILING
            MOVE WS-ACCT-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            .
      *
       500-CLOSE-RTN.
      *
