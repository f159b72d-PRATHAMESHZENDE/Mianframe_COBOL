            05 SUS-BRANCH-ID PIC X(3).
            05 SUS-TELLER-ID PIC X(4).
            05 SUS-XFER-ACCT PIC X(5).
            05 FILLER        PIC X(1).
            05 SUS-AVAIL-CLASS PIC X(1).
            05 FILLER        PIC X(5).
      *
       FD DISPOSITION-FILE.
      *     ONE RECORD PER SUSPENSE ITEM, KEYED BY OPERATIONS AFTER
      *        FOR A RECYCLED TRANSFER LEG : THE PARTNER ACCOUNT
      *        RESTORED FROM THE SUSPENSE ITEM, SO THE LEG RE-ENTERS
      *        THE PAIR PRE-SCAN WHOLE (SEE PGM52.COB'S T-XFER-ACCT)
            05 FILLER        PIC X(46).
            05 RCY-AVAIL-CLASS PIC X(1).
      *        A RECYCLED DEPOSIT KEEPS THE AVAILABILITY CLASS THE
      *        COUNTER GAVE IT, SO IT IS HELD AS IT WOULD HAVE BEEN
      *        (SEE PGM52.COB'S T-AVAIL-CLASS)
            05 FILLER        PIC X(8).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
            MOVE SUS-BRANCH-ID TO RCY-BRANCH-ID
            MOVE SUS-TELLER-ID TO RCY-TELLER-ID
            MOVE SUS-XFER-ACCT TO RCY-XFER-ACCT
            MOVE SUS-AVAIL-CLASS TO RCY-AVAIL-CLASS
            WRITE RECYCLE-REC
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE RECYCLE-FILE" TO WS-ABEND-WHERE
