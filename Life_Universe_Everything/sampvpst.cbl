                10 WS-VM-FIRST-DATE    PIC X(08).
                10 WS-VM-LAST-DATE     PIC X(08).
                10 WS-VM-LAST-SOURCE   PIC X(03).
                10 WS-VM-PRIOR-DATE    PIC X(08).
                10 WS-VM-SOURCE-ENTRY OCCURS 5 TIMES.
                    15 WS-VM-SRC-ID    PIC X(03).
                    15 WS-VM-SRC-COUNT PIC 9(09).
                        DISPLAY 'RECORDS WITH NO FREE '
                            'SOURCE SLOT....: ' WS-SLOT-FULL-COUNT
                END-IF
                GOBACK.

        1000-INITIALIZE-TABLE.
                MOVE 0 TO WS-VAL-IX
                MOVE SPACES TO WS-VM-FIRST-DATE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-LAST-DATE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                MOVE 0 TO WS-SRC-IX
                PERFORM 1200-INITIALIZE-ONE-SLOT
                    UNTIL WS-SRC-IX >= 5.
                            TO WS-VM-LAST-DATE (WS-VAL-IX)
                        MOVE VM-LAST-SOURCE
                            TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                        MOVE VM-PRIOR-DATE
                            TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                        MOVE 0 TO WS-SRC-IX
                        PERFORM 2200-LOAD-ONE-SLOT
                            UNTIL WS-SRC-IX >= 5
                                MOVE EXT-RUN-DATE
                                    TO WS-VM-FIRST-DATE (WS-VAL-IX)
                        END-IF
                        IF WS-VM-LAST-DATE (WS-VAL-IX) NOT = SPACES
                           AND WS-VM-LAST-DATE (WS-VAL-IX)
                               NOT = EXT-RUN-DATE
                                MOVE WS-VM-LAST-DATE (WS-VAL-IX)
                                    TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                        END-IF
                        MOVE EXT-RUN-DATE
                            TO WS-VM-LAST-DATE (WS-VAL-IX)
                        MOVE EXT-SOURCE
                MOVE WS-VM-LAST-DATE (WS-VAL-IX) TO VM-LAST-DATE
                MOVE WS-VM-LAST-SOURCE (WS-VAL-IX)
                    TO VM-LAST-SOURCE
                MOVE WS-VM-PRIOR-DATE (WS-VAL-IX) TO VM-PRIOR-DATE
                MOVE 0 TO WS-SRC-IX
                PERFORM 4200-WRITE-ONE-SLOT
                    UNTIL WS-SRC-IX >= 5
