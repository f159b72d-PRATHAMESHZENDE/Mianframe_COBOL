      *
       210-READ-HISTORY.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 211-READ-ONE-HISTORY-ROW
            PERFORM 211-READ-ONE-HISTORY-ROW
                UNTIL END-OF-INPUT-FILE OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-INPUT-FILE
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       211-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-ROW.
