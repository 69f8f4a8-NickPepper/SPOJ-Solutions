        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPSLA.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL JOB-LOG ASSIGN TO "JOBLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SLA-MASTER ASSIGN TO "SLAMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHAIN-HISTORY ASSIGN TO "CHAINHIST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SLA-RPT ASSIGN TO "SLARPT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD JOB-LOG
            LABEL RECORDS ARE STANDARD.
        01 JOB-LOG-RECORD.
            COPY JOBLOGRC.

        FD SLA-MASTER
            LABEL RECORDS ARE STANDARD.
        01 SLA-MASTER-RECORD.
            COPY SLAMSTRC.

        FD CHAIN-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 CHAIN-HISTORY-RECORD.
            COPY CHNHISTRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        FD SLA-RPT
            LABEL RECORDS ARE STANDARD.
        01 SLA-RPT-RECORD PIC X(80).

        WORKING-STORAGE SECTION.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-CHAIN-SLA-SW PIC X VALUE 'N'.
            88 WS-CHAIN-SLA-FOUND VALUE 'Y'.
        77 WS-SLA-SW PIC X VALUE 'N'.
            88 WS-SLA-FOUND VALUE 'Y'.
        77 WS-HELD-SW PIC X VALUE 'N'.
            88 WS-CHAIN-HELD VALUE 'Y'.
        77 WS-CHAIN-DATE PIC X(08) VALUE SPACES.
        77 WS-CHAIN-START PIC X(08) VALUE SPACES.
        77 WS-CHAIN-END PIC X(08) VALUE SPACES.
        77 WS-CHAIN-START-SECS PIC 9(06) VALUE 0.
        77 WS-CHAIN-END-SECS PIC 9(06) VALUE 0.
        77 WS-CHAIN-ELAPSED-SECS PIC 9(06) VALUE 0.
        77 WS-CHAIN-MINUTES PIC 9(05) VALUE 0.
        77 WS-CHAIN-EXPECT-MINUTES PIC 9(04) VALUE 0.
        77 WS-CHAIN-DEADLINE PIC X(06) VALUE SPACES.
        77 WS-DEADLINE-SECS PIC 9(06) VALUE 0.
        77 WS-SPARE-MINUTES PIC 9(05) VALUE 0.
        77 WS-LATE-MINUTES PIC 9(05) VALUE 0.
        77 WS-CHAIN-OUTCOME PIC X(01) VALUE SPACE.
        77 WS-LOG-COUNT PIC 9(09) VALUE 0.
        77 WS-STEP-IX PIC 9(03) VALUE 0.
        77 WS-HIGH-STEP PIC 9(03) VALUE 0.
        77 WS-SLA-IX PIC 9(03) VALUE 0.
        77 WS-SLA-COUNT PIC 9(03) VALUE 0.
        77 WS-SLA-HIT PIC 9(03) VALUE 0.
        77 WS-HIST-IX PIC 9(03) VALUE 0.
        77 WS-HIST-COUNT PIC 9(03) VALUE 0.
        77 WS-DELIVERED-COUNT PIC 9(03) VALUE 0.
        77 WS-DELIVERED-MINUTES PIC 9(09) VALUE 0.
        77 WS-AVERAGE-MINUTES PIC 9(05) VALUE 0.
        77 WS-LONGEST-MINUTES PIC 9(05) VALUE 0.
        77 WS-SECONDS PIC 9(06) VALUE 0.
        77 WS-END-SECS PIC 9(06) VALUE 0.
        77 WS-LATEST-SECS PIC 9(06) VALUE 0.
        77 WS-STEP-MINUTES PIC 9(04) VALUE 0.
        77 WS-STEP-SECONDS PIC 9(02) VALUE 0.
        77 WS-OVERRUN-COUNT PIC 9(05) VALUE 0.
        77 WS-LATE-COUNT PIC 9(05) VALUE 0.
        77 WS-ALERT-COUNT PIC 9(05) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-TIME-WORK.
            05 WS-TIME-HH          PIC 9(02).
            05 WS-TIME-MM          PIC 9(02).
            05 WS-TIME-SS          PIC 9(02).
            05 WS-TIME-CC          PIC X(02).
        01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 20 TIMES.
                10 WS-ST-NAME          PIC X(08).
                10 WS-ST-START         PIC X(08).
                10 WS-ST-END           PIC X(08).
                10 WS-ST-RC            PIC 9(04).
                10 WS-ST-OUTCOME       PIC X(01).
                10 WS-ST-ELAPSED       PIC 9(06).
        01 WS-SLA-TABLE.
            05 WS-SLA-ENTRY OCCURS 20 TIMES.
                10 WS-SLA-NAME         PIC X(08).
                10 WS-SLA-MINUTES      PIC 9(04).
                10 WS-SLA-END          PIC X(06).
        01 WS-HIST-TABLE.
            05 WS-HIST-ENTRY OCCURS 60 TIMES.
                10 WS-HE-DATE          PIC X(08).
                10 WS-HE-START         PIC X(08).
                10 WS-HE-END           PIC X(08).
                10 WS-HE-MINUTES       PIC 9(05).
                10 WS-HE-DEADLINE      PIC X(06).
                10 WS-HE-SPARE         PIC 9(05).
                10 WS-HE-LATE          PIC 9(05).
                10 WS-HE-OUTCOME       PIC X(01).
        01 WS-STEP-HEAD.
            05 FILLER PIC X(03) VALUE 'ST'.
            05 FILLER PIC X(09) VALUE 'STEP'.
            05 FILLER PIC X(07) VALUE 'START'.
            05 FILLER PIC X(07) VALUE 'END'.
            05 FILLER PIC X(05) VALUE '  RC'.
            05 FILLER PIC X(08) VALUE 'ELAPSED'.
            05 FILLER PIC X(06) VALUE 'TARGET'.
            05 FILLER PIC X(07) VALUE ' LATEST'.
            05 FILLER PIC X(12) VALUE ' STATUS'.
        01 WS-STEP-LINE.
            05 WS-SL-NUMBER            PIC 9(02).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-NAME              PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-START             PIC X(06).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-END               PIC X(06).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-RC                PIC ZZZ9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-MINUTES           PIC ZZZ9.
            05 FILLER                  PIC X(01) VALUE ':'.
            05 WS-SL-SECONDS           PIC 9(02).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-SL-TARGET            PIC ZZZ9 BLANK WHEN ZERO.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-SL-LATEST            PIC X(06).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SL-STATUS            PIC X(12).
        01 WS-HIST-HEAD.
            05 FILLER PIC X(09) VALUE 'DATE'.
            05 FILLER PIC X(07) VALUE 'START'.
            05 FILLER PIC X(07) VALUE 'END'.
            05 FILLER PIC X(08) VALUE 'MINUTES'.
            05 FILLER PIC X(09) VALUE 'DEADLINE'.
            05 FILLER PIC X(06) VALUE 'SPARE'.
            05 FILLER PIC X(06) VALUE '  LATE'.
            05 FILLER PIC X(10) VALUE ' OUTCOME'.
        01 WS-HIST-LINE.
            05 WS-HL-DATE              PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-HL-START             PIC X(06).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-HL-END               PIC X(06).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-HL-MINUTES           PIC ZZZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-HL-DEADLINE          PIC X(06).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-HL-SPARE             PIC ZZZZ9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-HL-LATE              PIC ZZZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-HL-OUTCOME           PIC X(10).

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(08).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 1000-LOAD-SLA-MASTER
                PERFORM 2000-LOAD-JOB-LOG

                OPEN OUTPUT SLA-RPT
                PERFORM 3000-PRINT-HEADINGS

                IF WS-LOG-COUNT = 0
                        MOVE SPACES TO SLA-RPT-RECORD
                        STRING '*** NO JOBLOG ENTRIES FOR THIS '
                            'CHAIN DATE ***'
                            DELIMITED BY SIZE INTO SLA-RPT-RECORD
                        WRITE SLA-RPT-RECORD
                        CLOSE SLA-RPT
                        DISPLAY 'SAMPSLA: NO JOBLOG ENTRIES FOR '
                            WS-CHAIN-DATE
                        MOVE 4 TO RETURN-CODE
                        GOBACK
                END-IF

                MOVE 0 TO WS-STEP-IX
                PERFORM 4000-REPORT-ONE-STEP
                    UNTIL WS-STEP-IX >= WS-HIGH-STEP
                PERFORM 5000-REPORT-CHAIN
                PERFORM 6000-UPDATE-HISTORY
                PERFORM 6500-PRINT-HISTORY
                CLOSE SLA-RPT

                DISPLAY 'SAMPSLA: CHAIN ' WS-CHAIN-DATE
                    ' RAN ' WS-CHAIN-MINUTES ' MINUTES, '
                    WS-ALERT-COUNT ' ALERTS'
                IF WS-ALERT-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                ELSE
                        MOVE 0 TO RETURN-CODE
                END-IF
                GOBACK.

        0100-VALIDATE-PARM.
                IF LS-PARM-AREA NOT = SPACES
                        IF LS-PARM-AREA NUMERIC
                                MOVE LS-PARM-AREA TO WS-CHAIN-DATE
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                                DISPLAY 'SAMPSLA: CHAIN DATE IS '
                                    'NOT A VALID YYYYMMDD'
                        END-IF
                END-IF.

        1000-LOAD-SLA-MASTER.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT SLA-MASTER
                PERFORM 1100-LOAD-ONE-TARGET UNTIL WS-EOF
                CLOSE SLA-MASTER.

        1100-LOAD-ONE-TARGET.
                READ SLA-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        EVALUATE SLA-REC-TYPE
                            WHEN 'C'
                                SET WS-CHAIN-SLA-FOUND TO TRUE
                                MOVE SLA-EXPECT-MINUTES
                                    TO WS-CHAIN-EXPECT-MINUTES
                                MOVE SLA-LATEST-END
                                    TO WS-CHAIN-DEADLINE
                            WHEN 'S'
                                IF WS-SLA-COUNT < 20
                                    ADD 1 TO WS-SLA-COUNT
                                    MOVE SLA-STEP-NAME
                                        TO WS-SLA-NAME (WS-SLA-COUNT)
                                    MOVE SLA-EXPECT-MINUTES
                                        TO WS-SLA-MINUTES
                                           (WS-SLA-COUNT)
                                    MOVE SLA-LATEST-END
                                        TO WS-SLA-END (WS-SLA-COUNT)
                                END-IF
                        END-EVALUATE
                END-IF.

        2000-LOAD-JOB-LOG.
                MOVE SPACES TO WS-STEP-TABLE
                IF WS-CHAIN-DATE = SPACES
                        MOVE 'N' TO WS-EOF-SW
                        OPEN INPUT JOB-LOG
                        PERFORM 2100-NOTE-ONE-DATE UNTIL WS-EOF
                        CLOSE JOB-LOG
                END-IF

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT JOB-LOG
                PERFORM 2200-LOAD-ONE-ENTRY UNTIL WS-EOF
                CLOSE JOB-LOG

                MOVE WS-CHAIN-START TO WS-TIME-WORK
                PERFORM 7000-TIME-TO-SECONDS
                MOVE WS-SECONDS TO WS-CHAIN-START-SECS.

        2100-NOTE-ONE-DATE.
                READ JOB-LOG
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        MOVE JL-RUN-DATE TO WS-CHAIN-DATE
                END-IF.

        2200-LOAD-ONE-ENTRY.
                READ JOB-LOG
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND JL-RUN-DATE = WS-CHAIN-DATE
                   AND JL-STEP-NUMBER >= 1
                   AND JL-STEP-NUMBER <= 20
                        ADD 1 TO WS-LOG-COUNT
                        IF WS-CHAIN-START = SPACES
                                MOVE JL-START-TIME TO WS-CHAIN-START
                        END-IF
                        IF JL-STEP-NUMBER > WS-HIGH-STEP
                                MOVE JL-STEP-NUMBER TO WS-HIGH-STEP
                        END-IF
                        MOVE JL-STEP-NUMBER TO WS-STEP-IX
                        MOVE JL-STEP-NAME TO WS-ST-NAME (WS-STEP-IX)
                        MOVE JL-START-TIME
                            TO WS-ST-START (WS-STEP-IX)
                        MOVE JL-OUTCOME TO WS-ST-OUTCOME (WS-STEP-IX)
                        MOVE JL-RETURN-CODE TO WS-ST-RC (WS-STEP-IX)
                        IF JL-OUTCOME = 'S'
                                MOVE SPACES TO WS-ST-END (WS-STEP-IX)
                                MOVE 0 TO WS-ST-ELAPSED (WS-STEP-IX)
                        ELSE
                                MOVE JL-END-TIME
                                    TO WS-ST-END (WS-STEP-IX)
                                    WS-CHAIN-END
                                PERFORM 2300-STEP-ELAPSED
                        END-IF
                END-IF.

        2300-STEP-ELAPSED.
                MOVE JL-END-TIME TO WS-TIME-WORK
                PERFORM 7000-TIME-TO-SECONDS
                MOVE WS-SECONDS TO WS-END-SECS
                MOVE JL-START-TIME TO WS-TIME-WORK
                PERFORM 7000-TIME-TO-SECONDS
                IF WS-END-SECS < WS-SECONDS
                        ADD 86400 TO WS-END-SECS
                END-IF
                SUBTRACT WS-SECONDS FROM WS-END-SECS
                    GIVING WS-ST-ELAPSED (WS-STEP-IX).

        3000-PRINT-HEADINGS.
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'SAMPSLA BATCH WINDOW AND SERVICE LEVEL REPORT'
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'CHAIN DATE...............: ' WS-CHAIN-DATE
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'STEP TARGETS ON SLAMST...: ' WS-SLA-COUNT
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                MOVE SPACES TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE WS-STEP-HEAD TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD.

        4000-REPORT-ONE-STEP.
                ADD 1 TO WS-STEP-IX
                IF WS-ST-NAME (WS-STEP-IX) NOT = SPACES
                        PERFORM 4100-FIND-STEP-TARGET
                        PERFORM 4200-FORMAT-STEP-LINE
                        MOVE WS-STEP-LINE TO SLA-RPT-RECORD
                        WRITE SLA-RPT-RECORD
                END-IF.

        4100-FIND-STEP-TARGET.
                MOVE 'N' TO WS-SLA-SW
                MOVE 0 TO WS-SLA-HIT
                MOVE 0 TO WS-SLA-IX
                PERFORM 4110-CHECK-ONE-TARGET
                    UNTIL WS-SLA-IX >= WS-SLA-COUNT
                    OR WS-SLA-FOUND.

        4110-CHECK-ONE-TARGET.
                ADD 1 TO WS-SLA-IX
                IF WS-SLA-NAME (WS-SLA-IX) = WS-ST-NAME (WS-STEP-IX)
                        SET WS-SLA-FOUND TO TRUE
                        MOVE WS-SLA-IX TO WS-SLA-HIT
                END-IF.

        4200-FORMAT-STEP-LINE.
                MOVE WS-STEP-IX TO WS-SL-NUMBER
                MOVE WS-ST-NAME (WS-STEP-IX) TO WS-SL-NAME
                MOVE WS-ST-START (WS-STEP-IX) TO WS-SL-START
                MOVE WS-ST-END (WS-STEP-IX) TO WS-SL-END
                MOVE WS-ST-RC (WS-STEP-IX) TO WS-SL-RC
                DIVIDE WS-ST-ELAPSED (WS-STEP-IX) BY 60
                    GIVING WS-STEP-MINUTES
                    REMAINDER WS-STEP-SECONDS
                MOVE WS-STEP-MINUTES TO WS-SL-MINUTES
                MOVE WS-STEP-SECONDS TO WS-SL-SECONDS
                MOVE 0 TO WS-SL-TARGET
                MOVE SPACES TO WS-SL-LATEST
                MOVE 'OK' TO WS-SL-STATUS

                IF WS-SLA-FOUND
                        MOVE WS-SLA-MINUTES (WS-SLA-HIT)
                            TO WS-SL-TARGET
                        MOVE WS-SLA-END (WS-SLA-HIT) TO WS-SL-LATEST
                ELSE
                        MOVE 'NO TARGET' TO WS-SL-STATUS
                END-IF

                EVALUATE TRUE
                    WHEN WS-ST-NAME (WS-STEP-IX) = 'SAMPSLA'
                        MOVE 'THIS STEP' TO WS-SL-STATUS
                    WHEN WS-ST-OUTCOME (WS-STEP-IX) = 'S'
                        MOVE 'NOT ENDED' TO WS-SL-STATUS
                        SET WS-CHAIN-HELD TO TRUE
                    WHEN WS-ST-OUTCOME (WS-STEP-IX) = 'F'
                        MOVE 'FAILED' TO WS-SL-STATUS
                        SET WS-CHAIN-HELD TO TRUE
                    WHEN WS-SLA-FOUND
                        PERFORM 4300-CHECK-STEP-TARGET
                END-EVALUATE.

        4300-CHECK-STEP-TARGET.
                IF WS-SLA-MINUTES (WS-SLA-HIT) > 0
                   AND WS-ST-ELAPSED (WS-STEP-IX)
                       > WS-SLA-MINUTES (WS-SLA-HIT) * 60
                        MOVE 'OVER TARGET' TO WS-SL-STATUS
                        ADD 1 TO WS-OVERRUN-COUNT
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'STEP ' WS-ST-NAME (WS-STEP-IX)
                            ' RAN ' WS-STEP-MINUTES
                            ' MIN TARGET '
                            WS-SLA-MINUTES (WS-SLA-HIT)
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF

                IF WS-SLA-END (WS-SLA-HIT) NUMERIC
                        MOVE WS-ST-END (WS-STEP-IX) TO WS-TIME-WORK
                        PERFORM 7000-TIME-TO-SECONDS
                        PERFORM 7100-NORMALISE-SECONDS
                        MOVE WS-SECONDS TO WS-END-SECS
                        MOVE WS-SLA-END (WS-SLA-HIT) TO WS-TIME-WORK
                        MOVE '00' TO WS-TIME-CC
                        PERFORM 7000-TIME-TO-SECONDS
                        PERFORM 7100-NORMALISE-SECONDS
                        MOVE WS-SECONDS TO WS-LATEST-SECS
                        IF WS-END-SECS > WS-LATEST-SECS
                                MOVE 'LATE END' TO WS-SL-STATUS
                                ADD 1 TO WS-LATE-COUNT
                                MOVE 'S' TO WS-ALERT-SEVERITY
                                MOVE SPACES TO WS-ALERT-TEXT
                                STRING 'STEP '
                                    WS-ST-NAME (WS-STEP-IX)
                                    ' ENDED '
                                    WS-ST-END (WS-STEP-IX)(1:4)
                                    ' LATEST '
                                    WS-SLA-END (WS-SLA-HIT)(1:4)
                                    DELIMITED BY SIZE
                                    INTO WS-ALERT-TEXT
                                PERFORM 8900-WRITE-ALERT
                        END-IF
                END-IF.

        5000-REPORT-CHAIN.
                IF WS-CHAIN-END = SPACES
                        MOVE WS-CHAIN-START TO WS-CHAIN-END
                END-IF
                MOVE WS-CHAIN-END TO WS-TIME-WORK
                PERFORM 7000-TIME-TO-SECONDS
                PERFORM 7100-NORMALISE-SECONDS
                MOVE WS-SECONDS TO WS-CHAIN-END-SECS
                SUBTRACT WS-CHAIN-START-SECS FROM WS-CHAIN-END-SECS
                    GIVING WS-CHAIN-ELAPSED-SECS
                DIVIDE WS-CHAIN-ELAPSED-SECS BY 60
                    GIVING WS-CHAIN-MINUTES

                MOVE 'D' TO WS-CHAIN-OUTCOME
                MOVE 0 TO WS-SPARE-MINUTES WS-LATE-MINUTES
                IF WS-CHAIN-SLA-FOUND
                   AND WS-CHAIN-DEADLINE NUMERIC
                        MOVE WS-CHAIN-DEADLINE TO WS-TIME-WORK
                        MOVE '00' TO WS-TIME-CC
                        PERFORM 7000-TIME-TO-SECONDS
                        PERFORM 7100-NORMALISE-SECONDS
                        MOVE WS-SECONDS TO WS-DEADLINE-SECS
                        IF WS-CHAIN-END-SECS > WS-DEADLINE-SECS
                                MOVE 'L' TO WS-CHAIN-OUTCOME
                                COMPUTE WS-LATE-MINUTES =
                                    (WS-CHAIN-END-SECS
                                     - WS-DEADLINE-SECS + 59) / 60
                        ELSE
                                COMPUTE WS-SPARE-MINUTES =
                                    (WS-DEADLINE-SECS
                                     - WS-CHAIN-END-SECS) / 60
                        END-IF
                END-IF
                IF WS-CHAIN-HELD
                        MOVE 'H' TO WS-CHAIN-OUTCOME
                END-IF

                MOVE SPACES TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'CHAIN STARTED............: '
                    WS-CHAIN-START(1:6)
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'LAST STEP ENDED..........: '
                    WS-CHAIN-END(1:6)
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'ELAPSED MINUTES..........: ' WS-CHAIN-MINUTES
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                IF NOT WS-CHAIN-SLA-FOUND
                        MOVE SPACES TO SLA-RPT-RECORD
                        STRING '*** NO CHAIN TARGET ON SLAMST ***'
                            DELIMITED BY SIZE INTO SLA-RPT-RECORD
                        WRITE SLA-RPT-RECORD
                ELSE
                        PERFORM 5100-CHECK-CHAIN-TARGET
                END-IF

                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'STEPS OVER TARGET........: ' WS-OVERRUN-COUNT
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'STEPS ENDED LATE.........: ' WS-LATE-COUNT
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD.

        5100-CHECK-CHAIN-TARGET.
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'EXPECTED MINUTES.........: '
                    WS-CHAIN-EXPECT-MINUTES
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'DELIVERY DEADLINE........: '
                    WS-CHAIN-DEADLINE
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                IF WS-CHAIN-EXPECT-MINUTES > 0
                   AND WS-CHAIN-MINUTES > WS-CHAIN-EXPECT-MINUTES
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'CHAIN RAN ' WS-CHAIN-MINUTES
                            ' MIN TARGET ' WS-CHAIN-EXPECT-MINUTES
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF

                MOVE SPACES TO SLA-RPT-RECORD
                EVALUATE WS-CHAIN-OUTCOME
                    WHEN 'H'
                        STRING '*** CHAIN HELD - OUTPUT NOT '
                            'DELIVERED ***'
                            DELIMITED BY SIZE INTO SLA-RPT-RECORD
                        MOVE 'S' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'CHAIN ' WS-CHAIN-DATE
                            ' HELD - NOT DELIVERED'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                    WHEN 'L'
                        STRING '*** DELIVERY DEADLINE MISSED BY '
                            WS-LATE-MINUTES ' MINUTES ***'
                            DELIMITED BY SIZE INTO SLA-RPT-RECORD
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'CHAIN ' WS-CHAIN-DATE ' LATE '
                            WS-LATE-MINUTES ' MIN PAST '
                            WS-CHAIN-DEADLINE(1:4)
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                    WHEN OTHER
                        STRING 'MINUTES TO SPARE.........: '
                            WS-SPARE-MINUTES
                            DELIMITED BY SIZE INTO SLA-RPT-RECORD
                END-EVALUATE
                WRITE SLA-RPT-RECORD.

        6000-UPDATE-HISTORY.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CHAIN-HISTORY
                PERFORM 6100-LOAD-ONE-HISTORY UNTIL WS-EOF
                CLOSE CHAIN-HISTORY

                IF WS-HIST-COUNT >= 60
                        PERFORM 6110-DROP-OLDEST
                END-IF
                ADD 1 TO WS-HIST-COUNT
                MOVE WS-CHAIN-DATE TO WS-HE-DATE (WS-HIST-COUNT)
                MOVE WS-CHAIN-START TO WS-HE-START (WS-HIST-COUNT)
                MOVE WS-CHAIN-END TO WS-HE-END (WS-HIST-COUNT)
                MOVE WS-CHAIN-MINUTES
                    TO WS-HE-MINUTES (WS-HIST-COUNT)
                MOVE WS-CHAIN-DEADLINE
                    TO WS-HE-DEADLINE (WS-HIST-COUNT)
                MOVE WS-SPARE-MINUTES TO WS-HE-SPARE (WS-HIST-COUNT)
                MOVE WS-LATE-MINUTES TO WS-HE-LATE (WS-HIST-COUNT)
                MOVE WS-CHAIN-OUTCOME
                    TO WS-HE-OUTCOME (WS-HIST-COUNT)

                OPEN OUTPUT CHAIN-HISTORY
                MOVE 0 TO WS-HIST-IX
                PERFORM 6200-WRITE-ONE-HISTORY
                    UNTIL WS-HIST-IX >= WS-HIST-COUNT
                CLOSE CHAIN-HISTORY.

        6100-LOAD-ONE-HISTORY.
                READ CHAIN-HISTORY
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND CHH-RUN-DATE NOT = WS-CHAIN-DATE
                        IF WS-HIST-COUNT >= 60
                                PERFORM 6110-DROP-OLDEST
                        END-IF
                        ADD 1 TO WS-HIST-COUNT
                        MOVE CHAIN-HISTORY-RECORD
                            TO WS-HIST-ENTRY (WS-HIST-COUNT)
                END-IF.

        6110-DROP-OLDEST.
                MOVE 0 TO WS-HIST-IX
                PERFORM 6120-SHIFT-ONE-ENTRY
                    UNTIL WS-HIST-IX >= WS-HIST-COUNT - 1
                SUBTRACT 1 FROM WS-HIST-COUNT.

        6120-SHIFT-ONE-ENTRY.
                ADD 1 TO WS-HIST-IX
                MOVE WS-HIST-ENTRY (WS-HIST-IX + 1)
                    TO WS-HIST-ENTRY (WS-HIST-IX).

        6200-WRITE-ONE-HISTORY.
                ADD 1 TO WS-HIST-IX
                MOVE WS-HIST-ENTRY (WS-HIST-IX)
                    TO CHAIN-HISTORY-RECORD
                WRITE CHAIN-HISTORY-RECORD.

        6500-PRINT-HISTORY.
                MOVE SPACES TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'ROLLING CHAIN HISTORY'
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE WS-HIST-HEAD TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                MOVE 0 TO WS-HIST-IX
                PERFORM 6600-PRINT-ONE-HISTORY
                    UNTIL WS-HIST-IX >= WS-HIST-COUNT

                IF WS-DELIVERED-COUNT > 0
                        DIVIDE WS-DELIVERED-MINUTES
                            BY WS-DELIVERED-COUNT
                            GIVING WS-AVERAGE-MINUTES ROUNDED
                END-IF
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'AVERAGE DELIVERED MINUTES: '
                    WS-AVERAGE-MINUTES
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD
                MOVE SPACES TO SLA-RPT-RECORD
                STRING 'LONGEST CHAIN MINUTES....: '
                    WS-LONGEST-MINUTES
                    DELIMITED BY SIZE INTO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD.

        6600-PRINT-ONE-HISTORY.
                ADD 1 TO WS-HIST-IX
                MOVE WS-HE-DATE (WS-HIST-IX) TO WS-HL-DATE
                MOVE WS-HE-START (WS-HIST-IX) TO WS-HL-START
                MOVE WS-HE-END (WS-HIST-IX) TO WS-HL-END
                MOVE WS-HE-DEADLINE (WS-HIST-IX) TO WS-HL-DEADLINE
                IF WS-HE-MINUTES (WS-HIST-IX) NUMERIC
                        MOVE WS-HE-MINUTES (WS-HIST-IX)
                            TO WS-HL-MINUTES
                        MOVE WS-HE-SPARE (WS-HIST-IX) TO WS-HL-SPARE
                        MOVE WS-HE-LATE (WS-HIST-IX) TO WS-HL-LATE
                ELSE
                        MOVE 0 TO WS-HL-MINUTES WS-HL-SPARE WS-HL-LATE
                END-IF
                EVALUATE WS-HE-OUTCOME (WS-HIST-IX)
                    WHEN 'D'
                        MOVE 'ON TIME' TO WS-HL-OUTCOME
                    WHEN 'L'
                        MOVE 'LATE' TO WS-HL-OUTCOME
                    WHEN 'H'
                        MOVE 'HELD' TO WS-HL-OUTCOME
                    WHEN OTHER
                        MOVE WS-HE-OUTCOME (WS-HIST-IX)
                            TO WS-HL-OUTCOME
                END-EVALUATE
                MOVE WS-HIST-LINE TO SLA-RPT-RECORD
                WRITE SLA-RPT-RECORD

                IF WS-HE-OUTCOME (WS-HIST-IX) NOT = 'H'
                   AND WS-HE-MINUTES (WS-HIST-IX) NUMERIC
                        ADD 1 TO WS-DELIVERED-COUNT
                        ADD WS-HE-MINUTES (WS-HIST-IX)
                            TO WS-DELIVERED-MINUTES
                        IF WS-HE-MINUTES (WS-HIST-IX)
                           > WS-LONGEST-MINUTES
                                MOVE WS-HE-MINUTES (WS-HIST-IX)
                                    TO WS-LONGEST-MINUTES
                        END-IF
                END-IF.

        7000-TIME-TO-SECONDS.
                IF WS-TIME-WORK(1:6) NUMERIC
                        COMPUTE WS-SECONDS = WS-TIME-HH * 3600
                            + WS-TIME-MM * 60 + WS-TIME-SS
                ELSE
                        MOVE WS-CHAIN-START-SECS TO WS-SECONDS
                END-IF.

        7100-NORMALISE-SECONDS.
                IF WS-SECONDS < WS-CHAIN-START-SECS
                        ADD 86400 TO WS-SECONDS
                END-IF.

        8900-WRITE-ALERT.
                ADD 1 TO WS-ALERT-COUNT
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPSLA' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
