      *
       155-READ-PRIOR-HISTORY.
      *
      *reads the next prior-history record, passing over the seal
      *rows the posting run closes each block with
      *
            PERFORM 1551-READ-PRIOR-RECORD
            PERFORM 1551-READ-PRIOR-RECORD
                UNTIL PH-ACCT-NO = HIGH-VALUES OR PH-TYPE NOT = "*"
            .
      *
       1551-READ-PRIOR-RECORD.
      *
      *reads one record off prior-history
      *
            READ PRIOR-HISTORY
                AT END MOVE HIGH-VALUES TO PH-ACCT-NO
                PERFORM 319-TEST-DUPLICATE
                IF DIAG-NOT-DUPLICATE
                    EVALUATE TRUE
                        WHEN T-TYPE = "D" OR T-TYPE = "E"
                            SUBTRACT T-AMOUNT FROM WS-RUNNING-BAL
                            PERFORM 316-REMEMBER-APPLIED
                        WHEN T-TYPE = "X"
                        WHEN T-TYPE = "N" OR T-TYPE = "B"
                                OR T-TYPE = "L" OR T-TYPE = "S"
                            CONTINUE
      *                 A CHARGE-OFF ONLY POSTS WHEN IT LEAVES THE
      *                 BALANCE AT EXACTLY ZERO ; PGM52 SUSPENDS ANY
      *                 OTHER UNAPPLIED
                        WHEN T-TYPE = "W"
                                AND WS-RUNNING-BAL + T-AMOUNT NOT = 0
                            CONTINUE
                        WHEN OTHER
                            ADD T-AMOUNT TO WS-RUNNING-BAL
                            PERFORM 316-REMEMBER-APPLIED
