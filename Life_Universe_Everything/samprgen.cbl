            88 WS-PARM-BAD VALUE 'N'.
        77 WS-ENTRY-SW PIC X VALUE 'N'.
            88 WS-ENTRY-FOUND VALUE 'Y'.
        77 WS-REVERSED-SW PIC X VALUE 'N'.
            88 WS-RUN-REVERSED VALUE 'Y'.
        77 WS-ASK-DATE PIC X(08).
        77 WS-ASK-RUN PIC 9(03).
        77 WS-RUN-SEEN PIC 9(03) VALUE 0.
                END-IF.

        1100-WRITE-REGEN-RECORD.
                IF AUD-STATUS = 'R'
                        SET WS-RUN-REVERSED TO TRUE
                END-IF
                MOVE AUD-VALUE TO EXT-VALUE
                MOVE AUD-SEQUENCE TO EXT-SEQUENCE
                MOVE AUD-RUN-DATE TO EXT-RUN-DATE
                    WS-REGEN-TOTAL

                EVALUATE TRUE
                    WHEN WS-RUN-REVERSED
                        DISPLAY 'SAMPRGEN: RUN WAS REVERSED BY '
                            'SAMPBACK - DO NOT SEND'
                        MOVE 8 TO RETURN-CODE
                    WHEN NOT WS-ENTRY-FOUND
                        DISPLAY 'SAMPRGEN: RUN NOT REGISTERED IN '
                            'XMITLOG - VERIFY BY HAND BEFORE '
