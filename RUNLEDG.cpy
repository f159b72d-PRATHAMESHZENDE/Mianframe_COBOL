      *-----------------------------------------------------------
      *RUNLEDG : RUN-CONTROL LEDGER CALL AREA FOR PGM111
      *
      *COPY THIS MEMBER UNDER YOUR OWN 01 LEVEL, IN WORKING-STORAGE
      *FOR A STREAM STEP OR THE CONSOLE, E.G.
      *
      *    01 WS-RUN-LEDGER.
      *        COPY RUNLEDG.
      *
      *FUNCTION "B" ASKS WHETHER THE STEP MAY START (AND LOGS THE
      *START WHEN IT MAY), "E" LOGS THE STEP'S END WITH ITS RETURN
      *CODE AND CONTROL TOTALS, "Q" RETURNS THE WHOLE STREAM'S STATE
      *FOR THE DATE AND CYCLE . A ZERO DATE MEANS THE DATECARD'S
      *BUSINESS DATE AND CYCLE, HANDED BACK FILLED IN
      *-----------------------------------------------------------
           05 RL-FUNCTION      PIC X(1).
               88 RL-BEGIN-STEP      VALUE "B".
               88 RL-END-STEP        VALUE "E".
               88 RL-QUERY-STREAM    VALUE "Q".
           05 RL-STEP-ID       PIC X(8).
           05 RL-RUN-DATE      PIC 9(8).
           05 RL-CYCLE         PIC 9(2).
           05 RL-RC            PIC 9(4).
           05 RL-CTL-COUNT     PIC 9(9).
           05 RL-CTL-AMOUNT    PIC S9(11)V99.
      *    "Y" THE STEP MAY RUN, "N" REFUSED WITH THE REASON BELOW
      *    AND THE RETURN CODE THE STEP SHOULD END WITH IN RL-RC
           05 RL-ANSWER        PIC X(1).
               88 RL-STEP-CLEARED    VALUE "Y".
               88 RL-STEP-REFUSED    VALUE "N".
           05 RL-REASON        PIC X(40).
      *    THE STREAM'S STATE FOR THE DATE AND CYCLE, FILLED IN BY
      *    EVERY CALL . RL-PATH IS "S" WHEN THE SINGLE PGM52 POST HAS
      *    STARTED, "P" WHEN THE PGM79/PGM80 PARALLEL PATH HAS, SPACE
      *    WHEN NEITHER . RL-ST-STATE IS SPACE NOT STARTED, "S"
      *    STARTED WITH NO END (RUNNING, OR DIED WITHOUT ONE), "E"
      *    ENDED CLEAN, "F" ENDED NON-ZERO, "R" REFUSED
           05 RL-PATH          PIC X(1).
           05 RL-STEP-COUNT    PIC 9(2).
           05 RL-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY RL-IDX.
               10 RL-ST-STEP-ID    PIC X(8).
               10 RL-ST-PATH       PIC X(1).
               10 RL-ST-STATE      PIC X(1).
               10 RL-ST-RC         PIC 9(4).
               10 RL-ST-COUNT      PIC 9(9).
               10 RL-ST-AMOUNT     PIC S9(11)V99.
               10 RL-ST-START-TIME PIC 9(8).
               10 RL-ST-END-TIME   PIC 9(8).
