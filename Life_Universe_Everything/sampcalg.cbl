        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPCALG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HOLIDAY-MASTER ASSIGN TO "HOLMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CALENDAR-RPT ASSIGN TO "CALRPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD HOLIDAY-MASTER
            LABEL RECORDS ARE STANDARD.
        01 HOLIDAY-MASTER-RECORD.
            COPY HOLIDYRC.

        FD CALENDAR-RPT
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RPT-RECORD PIC X(80).

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        WORKING-STORAGE SECTION.
        77 WS-CAL-EOF-SW PIC X VALUE 'N'.
            88 WS-CAL-EOF VALUE 'Y'.
            88 WS-CAL-NOT-EOF VALUE 'N'.
        77 WS-HOL-EOF-SW PIC X VALUE 'N'.
            88 WS-HOL-EOF VALUE 'Y'.
            88 WS-HOL-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-OVERFLOW-SW PIC X VALUE 'N'.
            88 WS-TABLE-OVERFLOW VALUE 'Y'.
        77 WS-REFUSED-SW PIC X VALUE 'N'.
            88 WS-UPDATE-REFUSED VALUE 'Y'.
        77 WS-HOL-FOUND-SW PIC X VALUE 'N'.
            88 WS-HOL-FOUND VALUE 'Y'.
        77 WS-MODE PIC X(01) VALUE SPACE.
            88 WS-MODE-GENERATE VALUE 'G'.
            88 WS-MODE-MAINTAIN VALUE 'M'.
            88 WS-MODE-CHECK VALUE 'C'.
        77 WS-NEW-TYPE PIC X(01) VALUE SPACE.
        77 WS-MIN-FUTURE PIC 9(03) VALUE 20.
        77 WS-FUTURE-DAYS PIC 9(04) VALUE 0.
        77 WS-DAY-COUNT PIC 9(04) VALUE 0.
        77 WS-DAY-IX PIC 9(04) VALUE 0.
        77 WS-OLD-IX PIC 9(04) VALUE 0.
        77 WS-NEW-COUNT PIC 9(04) VALUE 0.
        77 WS-OPEN-IX PIC 9(04) VALUE 0.
        77 WS-HOL-COUNT PIC 9(03) VALUE 0.
        77 WS-HOL-IX PIC 9(03) VALUE 0.
        77 WS-HOL-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-ADDED-COUNT PIC 9(05) VALUE 0.
        77 WS-CHANGED-COUNT PIC 9(05) VALUE 0.
        77 WS-KEPT-COUNT PIC 9(05) VALUE 0.
        77 WS-HOL-SKIPPED PIC 9(05) VALUE 0.
        77 WS-DAY-INT PIC 9(09) VALUE 0.
        77 WS-END-INT PIC 9(09) VALUE 0.
        77 WS-WEEKDAY PIC 9(01) VALUE 0.
        77 WS-CALC-TYPE PIC X(01) VALUE SPACE.
        77 WS-PEEK-DATE PIC X(08) VALUE SPACES.
        77 WS-OPEN-DATE PIC X(08) VALUE SPACES.
        77 WS-TARGET-DATE PIC X(08) VALUE SPACES.
        77 WS-YEAR-START PIC 9(08) VALUE 0.
        77 WS-YEAR-END PIC 9(08) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-YEAR-WORK.
            05 WS-YEAR-X           PIC X(04).
            05 WS-YEAR-NUM REDEFINES WS-YEAR-X
                                   PIC 9(04).
        01 WS-MIN-WORK.
            05 WS-MIN-X            PIC X(03).
            05 WS-MIN-NUM REDEFINES WS-MIN-X
                                   PIC 9(03).
        01 WS-GEN-WORK.
            05 WS-GEN-DATE-NUM     PIC 9(08).
            05 WS-GEN-DATE REDEFINES WS-GEN-DATE-NUM
                                   PIC X(08).
        01 WS-CAL-TABLE.
            05 WS-CAL-ENTRY OCCURS 999 TIMES.
                10 WS-CAL-DATE         PIC X(08).
                10 WS-CAL-DAY-TYPE     PIC X(01).
                10 WS-CAL-STATUS       PIC X(01).
        01 WS-NEW-TABLE.
            05 WS-NEW-ENTRY OCCURS 999 TIMES.
                10 WS-NEW-DATE         PIC X(08).
                10 WS-NEW-DAY-TYPE     PIC X(01).
                10 WS-NEW-STATUS       PIC X(01).
        01 WS-HOL-TABLE.
            05 WS-HOL-ENTRY OCCURS 100 TIMES.
                10 WS-HOL-DATE         PIC X(08).
                10 WS-HOL-DESC         PIC X(30).
        01 WS-CHANGE-HEAD.
            05 FILLER PIC X(10) VALUE 'DATE'.
            05 FILLER PIC X(05) VALUE 'WAS'.
            05 FILLER PIC X(05) VALUE 'NOW'.
            05 FILLER PIC X(14) VALUE 'ACTION'.
            05 FILLER PIC X(30) VALUE 'HOLIDAY'.
        01 WS-CHANGE-LINE.
            05 WS-CL-DATE              PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-CL-OLD-TYPE          PIC X(01).
            05 WS-CL-OLD-STATUS        PIC X(01).
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-CL-NEW-TYPE          PIC X(01).
            05 WS-CL-NEW-STATUS        PIC X(01).
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-CL-ACTION            PIC X(13).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-CL-DESC              PIC X(30).

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(13).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        DISPLAY 'SAMPCALG: PARM IS GYYYY (GENERATE '
                            'YEAR), MYYYYMMDDT (SET DATE TO TYPE '
                            'H OR B) OR C (CHECK ONLY); POSITIONS '
                            '11-13 MINIMUM FUTURE BUSINESS DAYS'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF

                PERFORM 1000-LOAD-CALENDAR
                IF WS-TABLE-OVERFLOW
                        DISPLAY 'SAMPCALG: CALENDAR EXCEEDS 999 '
                            'DAYS - TRIM CLOSED DATES FIRST'
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                END-IF

                OPEN OUTPUT CALENDAR-RPT
                PERFORM 1500-PRINT-HEADINGS

                EVALUATE TRUE
                    WHEN WS-MODE-GENERATE
                        PERFORM 2000-LOAD-HOLIDAYS
                        PERFORM 3000-GENERATE-YEAR
                    WHEN WS-MODE-MAINTAIN
                        PERFORM 4000-MAINTAIN-DATE
                END-EVALUATE

                IF NOT WS-UPDATE-REFUSED
                   AND WS-ADDED-COUNT + WS-CHANGED-COUNT > 0
                        PERFORM 5000-REWRITE-CALENDAR
                END-IF

                PERFORM 6000-CHECK-FUTURE-DAYS
                PERFORM 7000-PRINT-TOTALS
                CLOSE CALENDAR-RPT

                EVALUATE TRUE
                    WHEN WS-UPDATE-REFUSED
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-FUTURE-DAYS < WS-MIN-FUTURE
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE
                STOP RUN.

        0100-VALIDATE-PARM.
                MOVE LS-PARM-AREA(1:1) TO WS-MODE
                EVALUATE TRUE
                    WHEN WS-MODE-GENERATE
                        MOVE LS-PARM-AREA(2:4) TO WS-YEAR-X
                        IF WS-YEAR-X NOT NUMERIC
                           OR WS-YEAR-NUM < 1601
                                SET WS-PARM-BAD TO TRUE
                        ELSE
                                COMPUTE WS-YEAR-START =
                                    WS-YEAR-NUM * 10000 + 101
                                COMPUTE WS-YEAR-END =
                                    WS-YEAR-NUM * 10000 + 1231
                        END-IF
                    WHEN WS-MODE-MAINTAIN
                        MOVE LS-PARM-AREA(2:8) TO WS-TARGET-DATE
                        MOVE LS-PARM-AREA(10:1) TO WS-NEW-TYPE
                        IF WS-TARGET-DATE NOT NUMERIC
                           OR (WS-NEW-TYPE NOT = 'H'
                               AND WS-NEW-TYPE NOT = 'B')
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                    WHEN WS-MODE-CHECK
                        CONTINUE
                    WHEN OTHER
                        SET WS-PARM-BAD TO TRUE
                END-EVALUATE

                IF LS-PARM-AREA(11:3) NOT = SPACES
                        MOVE LS-PARM-AREA(11:3) TO WS-MIN-X
                        IF WS-MIN-X NUMERIC
                                MOVE WS-MIN-NUM TO WS-MIN-FUTURE
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF.

        1000-LOAD-CALENDAR.
                OPEN INPUT CALENDAR-FILE
                PERFORM 1100-LOAD-ONE-DAY UNTIL WS-CAL-EOF
                CLOSE CALENDAR-FILE.

        1100-LOAD-ONE-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-CAL-EOF TO TRUE
                END-READ
                IF WS-CAL-NOT-EOF
                        IF WS-DAY-COUNT < 999
                                ADD 1 TO WS-DAY-COUNT
                                MOVE CAL-DATE
                                    TO WS-CAL-DATE (WS-DAY-COUNT)
                                MOVE CAL-DAY-TYPE
                                    TO WS-CAL-DAY-TYPE
                                       (WS-DAY-COUNT)
                                MOVE CAL-STATUS
                                    TO WS-CAL-STATUS (WS-DAY-COUNT)
                        ELSE
                                SET WS-TABLE-OVERFLOW TO TRUE
                        END-IF
                END-IF.

        1500-PRINT-HEADINGS.
                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'SAMPCALG PROCESSING CALENDAR MAINTENANCE'
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                MOVE SPACES TO CALENDAR-RPT-RECORD
                EVALUATE TRUE
                    WHEN WS-MODE-GENERATE
                        STRING 'MODE.....................: '
                            'GENERATE YEAR ' WS-YEAR-X
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                    WHEN WS-MODE-MAINTAIN
                        STRING 'MODE.....................: '
                            'SET ' WS-TARGET-DATE ' TO TYPE '
                            WS-NEW-TYPE
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                    WHEN OTHER
                        STRING 'MODE.....................: '
                            'CHECK ONLY'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                END-EVALUATE
                WRITE CALENDAR-RPT-RECORD

                IF NOT WS-MODE-CHECK
                        MOVE WS-CHANGE-HEAD TO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                END-IF.

        2000-LOAD-HOLIDAYS.
                OPEN INPUT HOLIDAY-MASTER
                PERFORM 2100-LOAD-ONE-HOLIDAY UNTIL WS-HOL-EOF
                CLOSE HOLIDAY-MASTER.

        2100-LOAD-ONE-HOLIDAY.
                READ HOLIDAY-MASTER
                    AT END
                        SET WS-HOL-EOF TO TRUE
                END-READ
                IF WS-HOL-NOT-EOF
                        IF WS-HOL-COUNT < 100
                                ADD 1 TO WS-HOL-COUNT
                                MOVE HOL-DATE
                                    TO WS-HOL-DATE (WS-HOL-COUNT)
                                MOVE HOL-DESC
                                    TO WS-HOL-DESC (WS-HOL-COUNT)
                        ELSE
                                DISPLAY 'SAMPCALG: HOLIDAY MASTER '
                                    'HAS MORE THAN 100 DATES - '
                                    'EXTRAS IGNORED'
                        END-IF
                END-IF.

        3000-GENERATE-YEAR.
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE (WS-YEAR-START)
                COMPUTE WS-END-INT =
                    FUNCTION INTEGER-OF-DATE (WS-YEAR-END)
                MOVE 0 TO WS-OLD-IX WS-NEW-COUNT
                PERFORM 3900-SET-PEEK-DATE

                PERFORM 3100-GENERATE-ONE-DAY
                    UNTIL WS-DAY-INT > WS-END-INT
                    OR WS-TABLE-OVERFLOW
                MOVE HIGH-VALUES TO WS-GEN-DATE
                PERFORM 3200-COPY-EARLIER-DAY
                    UNTIL WS-OLD-IX >= WS-DAY-COUNT
                    OR WS-TABLE-OVERFLOW

                IF WS-TABLE-OVERFLOW
                        SET WS-UPDATE-REFUSED TO TRUE
                        DISPLAY 'SAMPCALG: CALENDAR WOULD EXCEED 999 '
                            'DAYS - TRIM CLOSED DATES FIRST'
                        MOVE SPACES TO CALENDAR-RPT-RECORD
                        STRING '*** CALENDAR WOULD EXCEED 999 DAYS - '
                            'NOTHING CHANGED ***'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                ELSE
                        MOVE WS-NEW-TABLE TO WS-CAL-TABLE
                        MOVE WS-NEW-COUNT TO WS-DAY-COUNT
                END-IF.

        3100-GENERATE-ONE-DAY.
                COMPUTE WS-GEN-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                PERFORM 3200-COPY-EARLIER-DAY
                    UNTIL WS-PEEK-DATE NOT < WS-GEN-DATE
                    OR WS-TABLE-OVERFLOW

                PERFORM 3300-CLASSIFY-DAY
                MOVE SPACES TO WS-CHANGE-LINE
                MOVE WS-GEN-DATE TO WS-CL-DATE

                IF WS-PEEK-DATE = WS-GEN-DATE
                        ADD 1 TO WS-OLD-IX
                        PERFORM 3400-MERGE-EXISTING-DAY
                        PERFORM 3900-SET-PEEK-DATE
                ELSE
                        PERFORM 3500-ADD-NEW-DAY
                END-IF
                ADD 1 TO WS-DAY-INT.

        3200-COPY-EARLIER-DAY.
                ADD 1 TO WS-OLD-IX
                PERFORM 3800-NEXT-NEW-ENTRY
                IF NOT WS-TABLE-OVERFLOW
                        MOVE WS-CAL-ENTRY (WS-OLD-IX)
                            TO WS-NEW-ENTRY (WS-NEW-COUNT)
                END-IF
                PERFORM 3900-SET-PEEK-DATE.

        3300-CLASSIFY-DAY.
                COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT, 7)
                MOVE 'N' TO WS-HOL-FOUND-SW
                MOVE 0 TO WS-HOL-IX WS-HOL-MATCH-IX
                PERFORM 3310-CHECK-ONE-HOLIDAY
                    UNTIL WS-HOL-IX >= WS-HOL-COUNT
                    OR WS-HOL-FOUND
                EVALUATE TRUE
                    WHEN WS-HOL-FOUND
                        MOVE 'H' TO WS-CALC-TYPE
                    WHEN WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                        MOVE 'W' TO WS-CALC-TYPE
                    WHEN OTHER
                        MOVE 'B' TO WS-CALC-TYPE
                END-EVALUATE.

        3310-CHECK-ONE-HOLIDAY.
                ADD 1 TO WS-HOL-IX
                IF WS-HOL-DATE (WS-HOL-IX) = WS-GEN-DATE
                        SET WS-HOL-FOUND TO TRUE
                        MOVE WS-HOL-IX TO WS-HOL-MATCH-IX
                END-IF.

        3400-MERGE-EXISTING-DAY.
                PERFORM 3800-NEXT-NEW-ENTRY
                IF NOT WS-TABLE-OVERFLOW
                        MOVE WS-CAL-ENTRY (WS-OLD-IX)
                            TO WS-NEW-ENTRY (WS-NEW-COUNT)
                        MOVE WS-CAL-DAY-TYPE (WS-OLD-IX)
                            TO WS-CL-OLD-TYPE
                        MOVE WS-CAL-STATUS (WS-OLD-IX)
                            TO WS-CL-OLD-STATUS
                        ADD 1 TO WS-KEPT-COUNT
                        IF WS-HOL-FOUND
                           AND WS-CAL-DAY-TYPE (WS-OLD-IX) NOT = 'H'
                                ADD 1 TO WS-HOL-SKIPPED
                                MOVE WS-CAL-DAY-TYPE (WS-OLD-IX)
                                    TO WS-CL-NEW-TYPE
                                MOVE WS-CAL-STATUS (WS-OLD-IX)
                                    TO WS-CL-NEW-STATUS
                                MOVE 'NOT APPLIED' TO WS-CL-ACTION
                                MOVE WS-HOL-DESC (WS-HOL-MATCH-IX)
                                    TO WS-CL-DESC
                                MOVE WS-CHANGE-LINE
                                    TO CALENDAR-RPT-RECORD
                                WRITE CALENDAR-RPT-RECORD
                        END-IF
                END-IF.

        3500-ADD-NEW-DAY.
                PERFORM 3800-NEXT-NEW-ENTRY
                IF NOT WS-TABLE-OVERFLOW
                        MOVE WS-GEN-DATE TO WS-NEW-DATE (WS-NEW-COUNT)
                        MOVE WS-CALC-TYPE
                            TO WS-NEW-DAY-TYPE (WS-NEW-COUNT)
                        MOVE 'F' TO WS-NEW-STATUS (WS-NEW-COUNT)
                        ADD 1 TO WS-ADDED-COUNT
                        MOVE WS-CALC-TYPE TO WS-CL-NEW-TYPE
                        MOVE 'F' TO WS-CL-NEW-STATUS
                        MOVE 'ADDED' TO WS-CL-ACTION
                        IF WS-HOL-FOUND
                                MOVE WS-HOL-DESC (WS-HOL-MATCH-IX)
                                    TO WS-CL-DESC
                        END-IF
                        MOVE WS-CHANGE-LINE TO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                END-IF.

        3800-NEXT-NEW-ENTRY.
                IF WS-NEW-COUNT < 999
                        ADD 1 TO WS-NEW-COUNT
                ELSE
                        SET WS-TABLE-OVERFLOW TO TRUE
                END-IF.

        3900-SET-PEEK-DATE.
                IF WS-OLD-IX < WS-DAY-COUNT
                        MOVE WS-CAL-DATE (WS-OLD-IX + 1)
                            TO WS-PEEK-DATE
                ELSE
                        MOVE HIGH-VALUES TO WS-PEEK-DATE
                END-IF.

        4000-MAINTAIN-DATE.
                MOVE SPACES TO WS-CHANGE-LINE
                MOVE WS-TARGET-DATE TO WS-CL-DATE
                MOVE 0 TO WS-DAY-IX WS-OLD-IX
                PERFORM 4100-FIND-TARGET-DATE
                    UNTIL WS-DAY-IX >= WS-DAY-COUNT
                    OR WS-OLD-IX > 0

                EVALUATE TRUE
                    WHEN WS-OLD-IX = 0
                        MOVE 'NOT ON FILE' TO WS-CL-ACTION
                        MOVE 'GENERATE ITS YEAR FIRST' TO WS-CL-DESC
                        SET WS-UPDATE-REFUSED TO TRUE
                    WHEN WS-CAL-STATUS (WS-OLD-IX) = 'O'
                        MOVE 'REFUSED' TO WS-CL-ACTION
                        MOVE 'IS THE OPEN PROCESSING DATE'
                            TO WS-CL-DESC
                        SET WS-UPDATE-REFUSED TO TRUE
                    WHEN WS-CAL-STATUS (WS-OLD-IX) = 'C'
                        MOVE 'REFUSED' TO WS-CL-ACTION
                        MOVE 'IS ALREADY CLOSED' TO WS-CL-DESC
                        SET WS-UPDATE-REFUSED TO TRUE
                    WHEN WS-CAL-DAY-TYPE (WS-OLD-IX) = WS-NEW-TYPE
                        MOVE 'NO CHANGE' TO WS-CL-ACTION
                        ADD 1 TO WS-KEPT-COUNT
                    WHEN OTHER
                        MOVE WS-NEW-TYPE
                            TO WS-CAL-DAY-TYPE (WS-OLD-IX)
                        MOVE 'RECLASSIFIED' TO WS-CL-ACTION
                        ADD 1 TO WS-CHANGED-COUNT
                END-EVALUATE

                IF WS-OLD-IX > 0
                        MOVE WS-CAL-STATUS (WS-OLD-IX)
                            TO WS-CL-OLD-STATUS WS-CL-NEW-STATUS
                        MOVE WS-CAL-DAY-TYPE (WS-OLD-IX)
                            TO WS-CL-NEW-TYPE
                END-IF
                IF WS-UPDATE-REFUSED
                        DISPLAY 'SAMPCALG: ' WS-TARGET-DATE ' NOT '
                            'RECLASSIFIED - SEE CALENDAR REPORT'
                END-IF
                MOVE WS-CHANGE-LINE TO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD.

        4100-FIND-TARGET-DATE.
                ADD 1 TO WS-DAY-IX
                IF WS-CAL-DATE (WS-DAY-IX) = WS-TARGET-DATE
                        MOVE WS-DAY-IX TO WS-OLD-IX
                        MOVE WS-CAL-DAY-TYPE (WS-DAY-IX)
                            TO WS-CL-OLD-TYPE
                END-IF.

        5000-REWRITE-CALENDAR.
                OPEN OUTPUT CALENDAR-FILE
                MOVE 0 TO WS-DAY-IX
                PERFORM 5100-WRITE-ONE-DAY
                    UNTIL WS-DAY-IX >= WS-DAY-COUNT
                CLOSE CALENDAR-FILE.

        5100-WRITE-ONE-DAY.
                ADD 1 TO WS-DAY-IX
                MOVE WS-CAL-DATE (WS-DAY-IX) TO CAL-DATE
                MOVE WS-CAL-DAY-TYPE (WS-DAY-IX) TO CAL-DAY-TYPE
                MOVE WS-CAL-STATUS (WS-DAY-IX) TO CAL-STATUS
                WRITE CALENDAR-RECORD.

        6000-CHECK-FUTURE-DAYS.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-OPEN-DATE
                MOVE 0 TO WS-DAY-IX WS-OPEN-IX
                PERFORM 6100-FIND-OPEN-DATE
                    UNTIL WS-DAY-IX >= WS-DAY-COUNT
                    OR WS-OPEN-IX > 0

                MOVE 0 TO WS-DAY-IX WS-FUTURE-DAYS
                PERFORM 6200-COUNT-ONE-FUTURE-DAY
                    UNTIL WS-DAY-IX >= WS-DAY-COUNT

                IF WS-FUTURE-DAYS < WS-MIN-FUTURE
                        DISPLAY 'SAMPCALG: ONLY ' WS-FUTURE-DAYS
                            ' FUTURE BUSINESS DAYS AFTER '
                            WS-OPEN-DATE ' - GENERATE NEXT YEAR'
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'ONLY ' WS-FUTURE-DAYS
                            ' FUTURE BUSINESS DAYS ON CALMST'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        6100-FIND-OPEN-DATE.
                ADD 1 TO WS-DAY-IX
                IF WS-CAL-STATUS (WS-DAY-IX) = 'O'
                        MOVE WS-DAY-IX TO WS-OPEN-IX
                        MOVE WS-CAL-DATE (WS-DAY-IX) TO WS-OPEN-DATE
                END-IF.

        6200-COUNT-ONE-FUTURE-DAY.
                ADD 1 TO WS-DAY-IX
                IF WS-CAL-DAY-TYPE (WS-DAY-IX) = 'B'
                   AND WS-CAL-STATUS (WS-DAY-IX) = 'F'
                   AND WS-CAL-DATE (WS-DAY-IX) > WS-OPEN-DATE
                        ADD 1 TO WS-FUTURE-DAYS
                END-IF.

        7000-PRINT-TOTALS.
                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'DATES ADDED..............: ' WS-ADDED-COUNT
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'DATES RECLASSIFIED.......: ' WS-CHANGED-COUNT
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'DATES LEFT AS THEY WERE..: ' WS-KEPT-COUNT
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                IF WS-HOL-SKIPPED > 0
                        MOVE SPACES TO CALENDAR-RPT-RECORD
                        STRING 'HOLIDAYS NOT APPLIED.....: '
                            WS-HOL-SKIPPED
                            ' - DATES ALREADY ON CALENDAR, USE '
                            'MAINTENANCE'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                END-IF

                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'DATES ON CALENDAR........: ' WS-DAY-COUNT
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                MOVE SPACES TO CALENDAR-RPT-RECORD
                IF WS-OPEN-IX > 0
                        STRING 'OPEN PROCESSING DATE.....: '
                            WS-OPEN-DATE
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                ELSE
                        STRING 'OPEN PROCESSING DATE.....: '
                            'NONE ON CALENDAR'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                END-IF
                WRITE CALENDAR-RPT-RECORD

                MOVE SPACES TO CALENDAR-RPT-RECORD
                STRING 'FUTURE BUSINESS DAYS.....: ' WS-FUTURE-DAYS
                    ' (MINIMUM ' WS-MIN-FUTURE ')'
                    DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                WRITE CALENDAR-RPT-RECORD

                IF WS-FUTURE-DAYS < WS-MIN-FUTURE
                        MOVE SPACES TO CALENDAR-RPT-RECORD
                        STRING '*** FEWER THAN ' WS-MIN-FUTURE
                            ' FUTURE BUSINESS DAYS - GENERATE THE '
                            'NEXT YEAR ***'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                END-IF

                IF WS-UPDATE-REFUSED
                        MOVE SPACES TO CALENDAR-RPT-RECORD
                        STRING '*** CALENDAR NOT UPDATED ***'
                            DELIMITED BY SIZE INTO CALENDAR-RPT-RECORD
                        WRITE CALENDAR-RPT-RECORD
                END-IF.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE
                    TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPCALG' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
