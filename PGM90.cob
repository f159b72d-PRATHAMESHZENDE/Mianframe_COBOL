                PERFORM 700-FIND-OR-OPEN-TELLER
                MOVE "Y" TO WS-TLR-ACTIVE(TL-HIT)
                EVALUATE TRUE
                    WHEN T-TYPE = "D" OR T-TYPE = "E"
                        ADD T-AMOUNT TO WS-TLR-ACT-DR(TL-HIT)
                    WHEN T-TYPE = "C"
                        ADD T-AMOUNT TO WS-TLR-ACT-CR(TL-HIT)
