      *
       200-READ-ARCHIVE.
      *
      *reads the next staged archive row, passing over the seal rows
      *the posting run closed each block with
      *
            PERFORM 210-READ-ARCHIVE-RECORD
            PERFORM 210-READ-ARCHIVE-RECORD
                UNTIL END-OF-ARCHIVE OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-ARCHIVE
                ADD 1 TO WS-HIS-READ-CNT
            END-IF
            .
      *
       210-READ-ARCHIVE-RECORD.
      *
      *reads one record off the archive generations
      *
            READ HIST-ARCHIVE
                AT END SET END-OF-ARCHIVE TO TRUE
                MOVE "READ HIST-ARCHIVE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       300-SIFT-ONE-ROW.
