                            WHEN 'E'
                                MOVE 'RUN ENDED'
                                    TO WS-PHASE-TEXT
                            WHEN 'B'
                                MOVE 'RUN BACKED OUT'
                                    TO WS-PHASE-TEXT
                            WHEN OTHER
                                MOVE 'UNKNOWN PHASE'
                                    TO WS-PHASE-TEXT
