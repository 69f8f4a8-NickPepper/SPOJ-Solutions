        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        01 WS-CAL-TABLE.
            05 WS-CAL-ENTRY OCCURS 999 TIMES.
                10 WS-CAL-DATE         PIC X(08).
                10 WS-CAL-DAY-TYPE     PIC X(01).
                10 WS-CAL-STATUS       PIC X(01).

                PERFORM 2000-LOAD-CALENDAR
                IF WS-TABLE-OVERFLOW
                        DISPLAY 'SAMPCLSE: CALENDAR EXCEEDS 999 '
                            'DAYS - TRIM IT BEFORE CLOSING'
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                DISPLAY 'SAMPCLSE: CLOSED '
                    WS-CAL-DATE (WS-OPEN-IX)
                    ' OPENED ' WS-CAL-DATE (WS-NEXT-IX)
                IF WS-CAL-DATE (WS-OPEN-IX)(1:6)
                   NOT = WS-CAL-DATE (WS-NEXT-IX)(1:6)
                        DISPLAY 'SAMPCLSE: MONTH '
                            WS-CAL-DATE (WS-OPEN-IX)(1:6)
                            ' ENDED - MONTH-END CLOSE DUE'
                END-IF
                GOBACK.

        1000-SCAN-BALANCE-REPORT.
                        SET WS-CAL-EOF TO TRUE
                END-READ
                IF WS-CAL-NOT-EOF
                        IF WS-DAY-COUNT < 999
                                ADD 1 TO WS-DAY-COUNT
                                MOVE CAL-DATE
                                    TO WS-CAL-DATE (WS-DAY-COUNT)
