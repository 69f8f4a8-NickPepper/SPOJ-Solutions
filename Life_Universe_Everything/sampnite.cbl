                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        WORKING-STORAGE SECTION.
        77 WS-LOG-EOF-SW PIC X VALUE 'N'.
            88 WS-LOG-EOF VALUE 'Y'.
            88 WS-DATE-FROM-LOG VALUE 'L'.
        77 WS-SCAN-SW PIC X VALUE 'N'.
            88 WS-SCAN-DONE VALUE 'Y'.
        77 WS-PARTITION-SW PIC X VALUE 'N'.
            88 WS-PARTITIONED-RUN VALUE 'Y'.
        77 WS-PAUSE-SW PIC X VALUE 'N'.
            88 WS-CHAIN-PAUSED VALUE 'Y'.
        77 WS-LAST-CHAIN-SW PIC X VALUE 'N'.
            88 WS-LAST-CHAIN-OPEN VALUE 'Y'.
        77 WS-STEP-COUNT PIC 9(02) VALUE 12.
        77 WS-STEP-IX PIC 9(02) VALUE 0.
        77 WS-START-STEP PIC 9(02) VALUE 1.
        77 WS-STEP-RC PIC 9(04) VALUE 0.
        77 WS-LAST-LOG-DATE PIC X(08) VALUE SPACES.
        77 WS-START-TIME PIC X(08).
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-COLL-PARM PIC X(01) VALUE SPACE.
        77 WS-SAMPLE-PARM PIC X(10) VALUE SPACES.
        77 WS-FREQ-PARM PIC X(03) VALUE SPACES.
        77 WS-ARCH-PARM PIC X(08) VALUE SPACES.
        77 WS-ANOM-PARM PIC X(16) VALUE SPACES.
        77 WS-MEND-PARM PIC X(06) VALUE SPACES.
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-STEP-DEFS.
            05 FILLER PIC X(11) VALUE 'SAMPCOLL000'.
            05 FILLER PIC X(11) VALUE 'SAMPLE  004'.
            05 FILLER PIC X(11) VALUE 'SAMPBAL 000'.
            05 FILLER PIC X(11) VALUE 'SAMPVPST000'.
            05 FILLER PIC X(11) VALUE 'SAMPANOM004'.
            05 FILLER PIC X(11) VALUE 'SAMPFREQ000'.
            05 FILLER PIC X(11) VALUE 'SAMPINTG004'.
            05 FILLER PIC X(11) VALUE 'SAMPARCH000'.
            05 FILLER PIC X(11) VALUE 'SAMPCLSE000'.
            05 FILLER PIC X(11) VALUE 'SAMPMEND004'.
            05 FILLER PIC X(11) VALUE 'SAMPSLA 004'.
            05 FILLER PIC X(11) VALUE 'SAMPPKG 004'.
        01 WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
            05 WS-STEP-ENTRY OCCURS 12 TIMES.
                10 WS-STEP-NAME        PIC X(08).
                10 WS-STEP-MAX-RC      PIC 9(03).
        01 WS-DONE-TABLE.
            05 WS-DONE-FLAG PIC X OCCURS 12 TIMES.

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(09).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                    TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY

                IF LS-PARM-AREA(1:8) NOT NUMERIC
                        DISPLAY 'SAMPNITE: ARCHIVE CUTOFF DATE '
                            'PARM YYYYMMDD IS REQUIRED'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF
                MOVE LS-PARM-AREA(1:8) TO WS-ARCH-PARM

                IF LS-PARM-AREA(9:1) = 'P'
                        SET WS-PARTITIONED-RUN TO TRUE
                        MOVE 'P' TO WS-COLL-PARM
                        MOVE 'SAMPMRGE' TO WS-STEP-NAME (2)
                END-IF

                PERFORM 0500-SET-CHAIN-DATE
                PERFORM 1000-FIND-RESTART-STEP

                SUBTRACT 1 FROM WS-START-STEP GIVING WS-STEP-IX
                PERFORM 2000-RUN-ONE-STEP
                    UNTIL WS-STEP-IX >= WS-STEP-COUNT
                    OR WS-CHAIN-HELD
                    OR WS-CHAIN-PAUSED

                EVALUATE TRUE
                    WHEN WS-CHAIN-HELD
                        DISPLAY 'SAMPNITE: CHAIN HELD - RERUN '
                            'RESUMES AT THE FAILED STEP'
                        PERFORM 2500-PACKAGE-HELD-CHAIN
                    WHEN WS-CHAIN-PAUSED
                        DISPLAY 'SAMPNITE: CHAIN PAUSED FOR THE '
                            'SOURCE PARTITION RUNS - RERUN '
                            'RESUMES AT THE MERGE'
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE 'CHAIN PAUSED FOR PARTITION RUNS'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        IF WS-FINAL-RC < 4
                                MOVE 4 TO WS-FINAL-RC
                        END-IF
                    WHEN OTHER
                        DISPLAY 'SAMPNITE: CHAIN COMPLETED'
                END-EVALUATE
                MOVE WS-FINAL-RC TO RETURN-CODE
                STOP RUN.

        0500-SET-CHAIN-DATE.
                PERFORM 0520-SCAN-LAST-LOG-DATE
                IF WS-LAST-LOG-DATE NOT = SPACES
                        PERFORM 0540-CHECK-LAST-CHAIN
                END-IF

                IF WS-LAST-CHAIN-OPEN
                        MOVE WS-LAST-LOG-DATE TO WS-CHAIN-DATE
                        SET WS-DATE-FROM-LOG TO TRUE
                        DISPLAY 'SAMPNITE: CHAIN FOR ' WS-CHAIN-DATE
                            ' DID NOT FINISH - RESUMING IT'
                ELSE
                        MOVE WS-TODAY TO WS-CHAIN-DATE
                        OPEN INPUT CALENDAR-FILE
                        PERFORM 0510-READ-ONE-CAL-DAY UNTIL WS-CAL-EOF
                        CLOSE CALENDAR-FILE
                        IF NOT WS-DATE-FROM-CALENDAR
                           AND WS-LAST-LOG-DATE NOT = SPACES
                                MOVE WS-LAST-LOG-DATE
                                    TO WS-CHAIN-DATE
                                SET WS-DATE-FROM-LOG TO TRUE
                        MOVE JL-RUN-DATE TO WS-LAST-LOG-DATE
                END-IF.

        0540-CHECK-LAST-CHAIN.
                MOVE WS-LAST-LOG-DATE TO WS-CHAIN-DATE
                MOVE SPACES TO WS-DONE-TABLE
                MOVE 'N' TO WS-LOG-EOF-SW
                OPEN INPUT JOB-LOG
                PERFORM 1100-SCAN-ONE-ENTRY UNTIL WS-LOG-EOF
                CLOSE JOB-LOG

                MOVE 0 TO WS-STEP-IX
                PERFORM 0550-CHECK-ONE-OUTCOME
                    UNTIL WS-STEP-IX >= WS-STEP-COUNT.

        0550-CHECK-ONE-OUTCOME.
                ADD 1 TO WS-STEP-IX
                IF WS-DONE-FLAG (WS-STEP-IX) NOT = SPACE
                   AND WS-DONE-FLAG (WS-STEP-IX) NOT = 'C'
                        SET WS-LAST-CHAIN-OPEN TO TRUE
                END-IF.

        1000-FIND-RESTART-STEP.
                MOVE SPACES TO WS-DONE-TABLE
                MOVE 'N' TO WS-LOG-EOF-SW
                MOVE 'N' TO WS-SCAN-SW
                PERFORM 1200-CHECK-ONE-STEP UNTIL WS-SCAN-DONE

                IF WS-START-STEP > WS-STEP-COUNT
                        MOVE 1 TO WS-START-STEP
                        DISPLAY 'SAMPNITE: ALL STEPS ALREADY '
                            'COMPLETE FOR ' WS-CHAIN-DATE
                IF WS-LOG-NOT-EOF
                   AND JL-RUN-DATE = WS-CHAIN-DATE
                   AND JL-STEP-NUMBER >= 1
                   AND JL-STEP-NUMBER <= WS-STEP-COUNT
                        MOVE JL-OUTCOME
                            TO WS-DONE-FLAG (JL-STEP-NUMBER)
                END-IF.

        1200-CHECK-ONE-STEP.
                IF WS-START-STEP > WS-STEP-COUNT
                        SET WS-SCAN-DONE TO TRUE
                ELSE
                    IF WS-DONE-FLAG (WS-START-STEP) = 'C'
                        IF WS-STEP-RC > WS-FINAL-RC
                                MOVE WS-STEP-RC TO WS-FINAL-RC
                        END-IF
                        IF WS-PARTITIONED-RUN
                           AND WS-STEP-IX = 1
                                SET WS-CHAIN-PAUSED TO TRUE
                        END-IF
                END-IF
                PERFORM 3000-APPEND-JOB-LOG.

        2100-CALL-STEP.
                EVALUATE WS-STEP-IX
                    WHEN 1
                        CALL 'SAMPCOLL' USING WS-COLL-PARM
                    WHEN 2
                        IF WS-PARTITIONED-RUN
                                CALL 'SAMPMRGE'
                        ELSE
                                CALL 'SAMPLE' USING WS-SAMPLE-PARM
                        END-IF
                    WHEN 3
                        CALL 'SAMPBAL'
                    WHEN 4
                        CALL 'SAMPVPST'
                    WHEN 5
                        CALL 'SAMPANOM' USING WS-ANOM-PARM
                    WHEN 6
                        CALL 'SAMPFREQ' USING WS-FREQ-PARM
                    WHEN 7
                        CALL 'SAMPINTG'
                    WHEN 8
                        CALL 'SAMPARCH' USING WS-ARCH-PARM
                    WHEN 9
                        CALL 'SAMPCLSE'
                    WHEN 10
                        CALL 'SAMPMEND' USING WS-MEND-PARM
                    WHEN 11
                        CALL 'SAMPSLA' USING WS-CHAIN-DATE
                    WHEN 12
                        CALL 'SAMPPKG' USING WS-CHAIN-DATE
                END-EVALUATE.

        2500-PACKAGE-HELD-CHAIN.
                DISPLAY 'SAMPNITE: RECORDING THE BATCH WINDOW FOR '
                    'THE HELD CHAIN'
                CALL 'SAMPSLA' USING WS-CHAIN-DATE
                DISPLAY 'SAMPNITE: BUILDING MORNING PACKAGE FOR '
                    'THE HELD CHAIN'
                CALL 'SAMPPKG' USING WS-CHAIN-DATE
                MOVE 0 TO RETURN-CODE.

        3000-APPEND-JOB-LOG.
                OPEN EXTEND JOB-LOG
                WRITE JOB-LOG-RECORD
                CLOSE JOB-LOG.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE
                    TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPNITE' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
