      *-----------------------------------------------------------
      *CAPUSE : TABLE CAPACITY-USAGE CALL AREA FOR PGM121
      *
      *COPY THIS MEMBER UNDER YOUR OWN 01 LEVEL IN WORKING-STORAGE,
      *E.G.
      *
      *    01 WS-CAP-USAGE.
      *        COPY CAPUSE.
      *
      *ONE CALL PER IN-CORE TABLE AT THE END OF THE RUN : THE
      *PROGRAM, THE TABLE'S NAME, ITS OCCURS CEILING AND THE MOST
      *ENTRIES IT HELD AT ONCE DURING THE RUN . A ZERO DATE MEANS
      *THE DATECARD'S BUSINESS DATE, HANDED BACK FILLED IN
      *-----------------------------------------------------------
           05 CAP-RUN-DATE     PIC 9(8).
           05 CAP-PROGRAM      PIC X(8).
           05 CAP-TABLE        PIC X(12).
           05 CAP-CEILING      PIC 9(5).
           05 CAP-PEAK         PIC 9(5).
