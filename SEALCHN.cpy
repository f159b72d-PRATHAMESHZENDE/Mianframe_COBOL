      *-----------------------------------------------------------
      *SEALCHN : AUDIT-LOG / POSTED-HISTORY SEAL CHAIN CALL AREA FOR
      *PGM131
      *
      *COPY THIS MEMBER UNDER YOUR OWN 01 LEVEL IN WORKING-STORAGE,
      *ONE AREA PER LOG WALKED, E.G.
      *
      *    01 WS-AUD-SEAL.
      *        COPY SEALCHN.
      *
      *SET SC-LOG-ID ("A" AUDITLOG, "H" POSTHIST) ONCE, THEN :
      *FUNCTION "O" STARTS A WALK . SC-ROW HOLDS THE CHAIN'S LAST
      *SEAL ROW WHEN A WRITER PICKS THE CHAIN UP WHERE IT ENDED, OR
      *SPACES TO WALK A LOG FROM ITS FIRST ROW . FUNCTION "A" PASSES
      *ONE ROW READ OR WRITTEN, IN FILE ORDER : A DATA ROW IS ADDED
      *TO THE OPEN BLOCK, A SEAL ROW IS PROVED AGAINST THE BLOCK IT
      *CLOSES AND SC-ROW-KIND / SC-SEAL-RESULT / SC-REASON SAY
      *WHICH AND HOW IT WENT . FUNCTION "S" BUILDS THE SEAL FOR THE
      *OPEN BLOCK IN SC-ROW, STAMPED WITH SC-RUN-DATE AND SC-CYCLE,
      *FOR THE CALLER TO WRITE . THE WALK'S STATE LIVES IN THIS
      *AREA, SO ONE AREA MUST SEE EVERY ROW OF ITS LOG IN ORDER
      *-----------------------------------------------------------
           05 SC-FUNCTION      PIC X(1).
               88 SC-START-CHAIN     VALUE "O".
               88 SC-ADD-ROW         VALUE "A".
               88 SC-MAKE-SEAL       VALUE "S".
           05 SC-LOG-ID        PIC X(1).
               88 SC-AUDIT-LOG       VALUE "A".
               88 SC-POSTED-HISTORY  VALUE "H".
           05 SC-RUN-DATE      PIC 9(8).
           05 SC-CYCLE         PIC 9(2).
           05 SC-ROW           PIC X(101).
      *    WHAT THE LAST "A" CALL FOUND
           05 SC-ROW-KIND      PIC X(1).
               88 SC-DATA-ROW        VALUE "D".
               88 SC-SEAL-ROW        VALUE "S".
           05 SC-SEAL-RESULT   PIC X(1).
               88 SC-SEAL-GOOD       VALUE "Y".
               88 SC-SEAL-BROKEN     VALUE "N".
           05 SC-REASON        PIC X(20).
      *    THE SEAL LAST PROVED OR MADE, AS IT STANDS ON THE LOG
           05 SC-SEAL-ROWS     PIC 9(9).
           05 SC-SEAL-AMOUNT   PIC 9(11)V99.
           05 SC-SEAL-PRIOR-HASH PIC 9(9).
           05 SC-SEAL-HASH     PIC 9(9).
           05 SC-SEAL-RUN-DATE PIC 9(8).
           05 SC-SEAL-RUN-TIME PIC 9(8).
           05 SC-SEAL-CYCLE    PIC 9(2).
      *    THE WALK SO FAR . SC-ANCHOR-HASH IS THE LINK THE WALK
      *    STARTED FROM : THE STARTING SEAL'S HASH, OR THE FIRST
      *    SEAL'S OWN PRIOR HASH WHEN THE LOG WAS WALKED FROM ITS
      *    FIRST ROW (ZERO FOR A CHAIN THAT BEGAN ON THIS LOG, ELSE
      *    THE LAST SEAL OF THE ARCHIVE GENERATION CUT BEFORE IT)
           05 SC-ROW-CNT       PIC 9(9).
           05 SC-SEAL-CNT      PIC 9(7).
           05 SC-BAD-SEAL-CNT  PIC 9(7).
           05 SC-ANCHORED      PIC X(1).
           05 SC-ANCHOR-HASH   PIC 9(9).
           05 SC-LAST-HASH     PIC 9(9).
      *    THE OPEN BLOCK : ROWS SINCE THE LAST SEAL, NOT YET SEALED
           05 SC-BLOCK-CNT     PIC 9(9).
           05 SC-BLOCK-AMOUNT  PIC 9(11)V99.
           05 SC-BLOCK-HASH    PIC 9(9).
      *    THE FIRST BROKEN SEAL OF THE WALK, BY ROW NUMBER ON THE LOG
           05 SC-FIRST-BAD-ROW    PIC 9(9).
           05 SC-FIRST-BAD-DATE   PIC 9(8).
           05 SC-FIRST-BAD-TIME   PIC 9(8).
           05 SC-FIRST-BAD-REASON PIC X(20).
