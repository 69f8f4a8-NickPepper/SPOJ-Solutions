        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPPKG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL JOB-LOG ASSIGN TO "JOBLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL COLL-RPT-IN ASSIGN TO "COLLRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL PROOF-RPT-IN ASSIGN TO "PROOFRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL BAL-RPT-IN ASSIGN TO "BALRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL ANOM-RPT-IN ASSIGN TO "ANOMRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL FREQ-RPT-IN ASSIGN TO "FREQRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL INTG-RPT-IN ASSIGN TO "INTGRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL ARCH-RPT-IN ASSIGN TO "ARCHRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL MEND-RPT-IN ASSIGN TO "MENDRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL DIST-RPT-IN ASSIGN TO "DISTRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL XMIT-RPT-IN ASSIGN TO "XMITRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL AGE-RPT-IN ASSIGN TO "AGERPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT OPTIONAL SLA-RPT-IN ASSIGN TO "SLARPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT PACKAGE-OUT ASSIGN TO "MORNPKG"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD JOB-LOG
            LABEL RECORDS ARE STANDARD.
        01 JOB-LOG-RECORD.
            COPY JOBLOGRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        FD COLL-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 COLL-RPT-IN-RECORD PIC X(132).

        FD PROOF-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 PROOF-RPT-IN-RECORD PIC X(132).

        FD BAL-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 BAL-RPT-IN-RECORD PIC X(132).

        FD ANOM-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 ANOM-RPT-IN-RECORD PIC X(132).

        FD FREQ-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 FREQ-RPT-IN-RECORD PIC X(132).

        FD INTG-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 INTG-RPT-IN-RECORD PIC X(132).

        FD ARCH-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 ARCH-RPT-IN-RECORD PIC X(132).

        FD MEND-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 MEND-RPT-IN-RECORD PIC X(132).

        FD DIST-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 DIST-RPT-IN-RECORD PIC X(132).

        FD XMIT-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 XMIT-RPT-IN-RECORD PIC X(132).

        FD AGE-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 AGE-RPT-IN-RECORD PIC X(132).

        FD SLA-RPT-IN
            LABEL RECORDS ARE STANDARD.
        01 SLA-RPT-IN-RECORD PIC X(132).

        FD PACKAGE-OUT
            LABEL RECORDS ARE STANDARD.
        01 PACKAGE-OUT-RECORD PIC X(132).

        WORKING-STORAGE SECTION.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-HELD-SW PIC X VALUE 'N'.
            88 WS-CHAIN-HELD VALUE 'Y'.
        77 WS-PRODUCED-SW PIC X VALUE 'N'.
            88 WS-SECTION-PRODUCED VALUE 'Y'.
        77 WS-RPT-STATUS PIC X(02) VALUE '00'.
        77 WS-CHAIN-DATE PIC X(08) VALUE SPACES.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-SEC-COUNT PIC 9(03) VALUE 12.
        77 WS-SEC-IX PIC 9(03) VALUE 0.
        77 WS-STEP-IX PIC 9(03) VALUE 0.
        77 WS-HIGH-STEP PIC 9(03) VALUE 0.
        77 WS-LOG-COUNT PIC 9(09) VALUE 0.
        77 WS-BODY-LINES PIC 9(03) VALUE 54.
        77 WS-LINE-ON-PAGE PIC 9(03) VALUE 0.
        77 WS-PAGE-NUMBER PIC 9(05) VALUE 0.
        77 WS-NEXT-PAGE PIC 9(05) VALUE 0.
        77 WS-SEC-LINE-CTR PIC 9(09) VALUE 0.
        77 WS-PAGE-WORK PIC 9(09) VALUE 0.
        77 WS-PAGE-REM PIC 9(09) VALUE 0.
        77 WS-PROBLEM-COUNT PIC 9(03) VALUE 0.
        77 WS-ALERT-C PIC 9(09) VALUE 0.
        77 WS-ALERT-S PIC 9(09) VALUE 0.
        77 WS-ALERT-W PIC 9(09) VALUE 0.
        77 WS-ALERT-OTHER PIC 9(09) VALUE 0.
        77 WS-ALERT-TOTAL PIC 9(09) VALUE 0.
        77 WS-OUTCOME-TEXT PIC X(60) VALUE SPACES.
        77 WS-PAGE-TITLE PIC X(60) VALUE SPACES.
        77 WS-BODY-LINE PIC X(132) VALUE SPACES.
        01 WS-SECTION-DEFS.
            05 FILLER PIC X(48)
                VALUE 'COLLRPT INPUT COLLECTION (SAMPCOLL)'.
            05 FILLER PIC X(48)
                VALUE 'PROOFRPTEXTRACT CONTROL PROOF (SAMPLE)'.
            05 FILLER PIC X(48)
                VALUE 'BALRPT  END-OF-RUN BALANCING (SAMPBAL)'.
            05 FILLER PIC X(48)
                VALUE 'ANOMRPT RUN ANOMALY DETECTION (SAMPANOM)'.
            05 FILLER PIC X(48)
                VALUE 'FREQRPT VALUE FREQUENCY (SAMPFREQ)'.
            05 FILLER PIC X(48)
                VALUE 'INTGRPT INTEGRITY SWEEP (SAMPINTG)'.
            05 FILLER PIC X(48)
                VALUE 'ARCHRPT AUDIT ARCHIVE (SAMPARCH)'.
            05 FILLER PIC X(48)
                VALUE 'MENDRPT MONTH-END CLOSE (SAMPMEND)'.
            05 FILLER PIC X(48)
                VALUE 'DISTRPT SUBSCRIBER DISTRIBUTION (SAMPDIST)'.
            05 FILLER PIC X(48)
                VALUE 'XMITRPT TRANSMISSION STATUS (SAMPXMIT)'.
            05 FILLER PIC X(48)
                VALUE 'AGERPT  REJECT AGING (SAMPRAGE)'.
            05 FILLER PIC X(48)
                VALUE 'SLARPT  BATCH WINDOW AND SLA (SAMPSLA)'.
        01 WS-SECTION-TABLE REDEFINES WS-SECTION-DEFS.
            05 WS-SECTION-DEF OCCURS 12 TIMES.
                10 WS-SEC-FILE         PIC X(08).
                10 WS-SEC-TITLE        PIC X(40).
        01 WS-SECTION-STEPS.
            05 FILLER PIC X(16) VALUE 'SAMPCOLL'.
            05 FILLER PIC X(16) VALUE 'SAMPLE  SAMPMRGE'.
            05 FILLER PIC X(16) VALUE 'SAMPBAL'.
            05 FILLER PIC X(16) VALUE 'SAMPANOM'.
            05 FILLER PIC X(16) VALUE 'SAMPFREQ'.
            05 FILLER PIC X(16) VALUE 'SAMPINTG'.
            05 FILLER PIC X(16) VALUE 'SAMPARCH'.
            05 FILLER PIC X(16) VALUE 'SAMPMEND'.
            05 FILLER PIC X(16) VALUE SPACES.
            05 FILLER PIC X(16) VALUE SPACES.
            05 FILLER PIC X(16) VALUE SPACES.
            05 FILLER PIC X(16) VALUE 'SAMPSLA'.
        01 WS-SECTION-STEP-TABLE REDEFINES WS-SECTION-STEPS.
            05 WS-SECTION-STEP OCCURS 12 TIMES.
                10 WS-SEC-STEP         PIC X(08).
                10 WS-SEC-ALT-STEP     PIC X(08).
        01 WS-SECTION-STATE.
            05 WS-SECTION-ENTRY OCCURS 12 TIMES.
                10 WS-SEC-STATE        PIC X(01).
                10 WS-SEC-LINES        PIC 9(09).
                10 WS-SEC-PAGES        PIC 9(05).
                10 WS-SEC-START-PAGE   PIC 9(05).
        01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 20 TIMES.
                10 WS-ST-NAME          PIC X(08).
                10 WS-ST-START         PIC X(08).
                10 WS-ST-END           PIC X(08).
                10 WS-ST-RC            PIC 9(04).
                10 WS-ST-OUTCOME       PIC X(01).
        01 WS-PAGE-HEAD.
            05 FILLER PIC X(27) VALUE 'MORNING OPERATIONS PACKAGE'.
            05 FILLER PIC X(16) VALUE 'PROCESSING DATE '.
            05 WS-PH-DATE              PIC X(08).
            05 FILLER PIC X(66) VALUE SPACES.
            05 FILLER PIC X(05) VALUE 'PAGE '.
            05 WS-PH-PAGE              PIC ZZZZ9.
        01 WS-RULE-LINE.
            05 FILLER PIC X(66) VALUE ALL '-'.
            05 FILLER PIC X(66) VALUE ALL '-'.
        01 WS-STEP-HEAD.
            05 FILLER PIC X(03) VALUE 'ST'.
            05 FILLER PIC X(09) VALUE 'STEP'.
            05 FILLER PIC X(07) VALUE 'START'.
            05 FILLER PIC X(07) VALUE 'END'.
            05 FILLER PIC X(05) VALUE '  RC'.
            05 FILLER PIC X(10) VALUE ' OUTCOME'.
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
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-SL-OUTCOME           PIC X(20).
        01 WS-TOC-HEAD.
            05 FILLER PIC X(04) VALUE 'SEC'.
            05 FILLER PIC X(09) VALUE 'REPORT'.
            05 FILLER PIC X(41) VALUE 'CONTENTS'.
            05 FILLER PIC X(06) VALUE '  PAGE'.
            05 FILLER PIC X(24) VALUE '  STATUS'.
        01 WS-TOC-LINE.
            05 WS-TL-NUMBER            PIC 9(02).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-TL-FILE              PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-TL-TITLE             PIC X(40).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-TL-PAGE              PIC ZZZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-TL-STATUS            PIC X(30).

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(08).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                PERFORM 1000-LOAD-JOB-LOG
                PERFORM 1500-COUNT-ALERTS

                MOVE 3 TO WS-NEXT-PAGE
                MOVE 0 TO WS-SEC-IX
                PERFORM 2000-MEASURE-ONE-SECTION
                    UNTIL WS-SEC-IX >= WS-SEC-COUNT

                MOVE WS-CHAIN-DATE TO WS-PH-DATE
                OPEN OUTPUT PACKAGE-OUT
                PERFORM 3000-PRINT-COVER
                PERFORM 4000-PRINT-CONTENTS

                MOVE 0 TO WS-SEC-IX
                PERFORM 5000-PRINT-ONE-SECTION
                    UNTIL WS-SEC-IX >= WS-SEC-COUNT
                CLOSE PACKAGE-OUT

                DISPLAY 'SAMPPKG: MORNING PACKAGE FOR '
                    WS-CHAIN-DATE ' - ' WS-PAGE-NUMBER ' PAGES, '
                    WS-PROBLEM-COUNT ' REPORTS MISSING, EMPTY OR '
                    'NOT PRODUCED'
                IF WS-PROBLEM-COUNT > 0
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
                                DISPLAY 'SAMPPKG: PROCESSING DATE IS '
                                    'NOT A VALID YYYYMMDD'
                        END-IF
                END-IF.

        1000-LOAD-JOB-LOG.
                MOVE SPACES TO WS-STEP-TABLE
                IF WS-CHAIN-DATE = SPACES
                        MOVE 'N' TO WS-EOF-SW
                        OPEN INPUT JOB-LOG
                        PERFORM 1100-NOTE-ONE-DATE UNTIL WS-EOF
                        CLOSE JOB-LOG
                END-IF
                IF WS-CHAIN-DATE = SPACES
                        MOVE WS-CURRENT-DATE-TIME(1:8)
                            TO WS-CHAIN-DATE
                END-IF

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT JOB-LOG
                PERFORM 1200-LOAD-ONE-ENTRY UNTIL WS-EOF
                CLOSE JOB-LOG

                PERFORM 1300-SET-OUTCOME.

        1100-NOTE-ONE-DATE.
                READ JOB-LOG
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        MOVE JL-RUN-DATE TO WS-CHAIN-DATE
                END-IF.

        1200-LOAD-ONE-ENTRY.
                READ JOB-LOG
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND JL-RUN-DATE = WS-CHAIN-DATE
                   AND JL-STEP-NUMBER >= 1
                   AND JL-STEP-NUMBER <= 20
                   AND JL-STEP-NAME NOT = 'SAMPPKG'
                        ADD 1 TO WS-LOG-COUNT
                        MOVE JL-STEP-NAME
                            TO WS-ST-NAME (JL-STEP-NUMBER)
                        MOVE JL-START-TIME
                            TO WS-ST-START (JL-STEP-NUMBER)
                        MOVE JL-END-TIME
                            TO WS-ST-END (JL-STEP-NUMBER)
                        MOVE JL-RETURN-CODE
                            TO WS-ST-RC (JL-STEP-NUMBER)
                        MOVE JL-OUTCOME
                            TO WS-ST-OUTCOME (JL-STEP-NUMBER)
                        IF JL-STEP-NUMBER > WS-HIGH-STEP
                                MOVE JL-STEP-NUMBER TO WS-HIGH-STEP
                        END-IF
                END-IF.

        1300-SET-OUTCOME.
                MOVE SPACES TO WS-OUTCOME-TEXT
                IF WS-LOG-COUNT = 0
                        MOVE 'NO CHAIN RUN RECORDED FOR THIS DATE'
                            TO WS-OUTCOME-TEXT
                ELSE
                        MOVE 0 TO WS-STEP-IX
                        PERFORM 1310-CHECK-ONE-STEP
                            UNTIL WS-STEP-IX >= WS-HIGH-STEP
                            OR WS-OUTCOME-TEXT NOT = SPACES
                        IF WS-OUTCOME-TEXT = SPACES
                                STRING 'COMPLETED - ALL STEPS ENDED '
                                    'WITHIN THEIR RETURN CODE LIMITS'
                                    DELIMITED BY SIZE
                                    INTO WS-OUTCOME-TEXT
                        END-IF
                END-IF.

        1310-CHECK-ONE-STEP.
                ADD 1 TO WS-STEP-IX
                EVALUATE WS-ST-OUTCOME (WS-STEP-IX)
                    WHEN 'F'
                        SET WS-CHAIN-HELD TO TRUE
                        STRING 'HELD - STEP ' WS-STEP-IX(2:2) ' '
                            WS-ST-NAME (WS-STEP-IX) ' FAILED RC '
                            WS-ST-RC (WS-STEP-IX)
                            DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                    WHEN 'S'
                        STRING 'INCOMPLETE - STEP ' WS-STEP-IX(2:2)
                            ' ' WS-ST-NAME (WS-STEP-IX)
                            ' STARTED BUT DID NOT END'
                            DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                END-EVALUATE.

        1500-COUNT-ALERTS.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT ALERT-LOG
                PERFORM 1510-COUNT-ONE-ALERT UNTIL WS-EOF
                CLOSE ALERT-LOG.

        1510-COUNT-ONE-ALERT.
                READ ALERT-LOG
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND ALT-ACK-FLAG NOT = 'Y'
                        ADD 1 TO WS-ALERT-TOTAL
                        EVALUATE ALT-SEVERITY
                            WHEN 'C'
                                ADD 1 TO WS-ALERT-C
                            WHEN 'S'
                                ADD 1 TO WS-ALERT-S
                            WHEN 'W'
                                ADD 1 TO WS-ALERT-W
                            WHEN OTHER
                                ADD 1 TO WS-ALERT-OTHER
                        END-EVALUATE
                END-IF.

        2000-MEASURE-ONE-SECTION.
                ADD 1 TO WS-SEC-IX
                MOVE 0 TO WS-SEC-LINE-CTR
                PERFORM 2200-CHECK-PRODUCED
                IF NOT WS-SECTION-PRODUCED
                        MOVE 'N' TO WS-SEC-STATE (WS-SEC-IX)
                ELSE
                        PERFORM 7000-OPEN-SECTION
                        IF WS-RPT-STATUS NOT = '00'
                                MOVE 'M' TO WS-SEC-STATE (WS-SEC-IX)
                        ELSE
                                MOVE 'N' TO WS-EOF-SW
                                PERFORM 2100-COUNT-ONE-LINE
                                    UNTIL WS-EOF
                                IF WS-SEC-LINE-CTR = 0
                                        MOVE 'E'
                                            TO WS-SEC-STATE (WS-SEC-IX)
                                ELSE
                                        MOVE 'P'
                                            TO WS-SEC-STATE (WS-SEC-IX)
                                END-IF
                        END-IF
                        PERFORM 7200-CLOSE-SECTION
                END-IF

                MOVE WS-SEC-LINE-CTR TO WS-SEC-LINES (WS-SEC-IX)
                IF WS-SEC-STATE (WS-SEC-IX) NOT = 'P'
                        ADD 1 TO WS-PROBLEM-COUNT
                        MOVE 1 TO WS-SEC-PAGES (WS-SEC-IX)
                ELSE
                        DIVIDE WS-SEC-LINE-CTR BY WS-BODY-LINES
                            GIVING WS-PAGE-WORK
                            REMAINDER WS-PAGE-REM
                        IF WS-PAGE-REM > 0
                                ADD 1 TO WS-PAGE-WORK
                        END-IF
                        MOVE WS-PAGE-WORK TO WS-SEC-PAGES (WS-SEC-IX)
                END-IF
                MOVE WS-NEXT-PAGE TO WS-SEC-START-PAGE (WS-SEC-IX)
                ADD WS-SEC-PAGES (WS-SEC-IX) TO WS-NEXT-PAGE.

        2100-COUNT-ONE-LINE.
                PERFORM 7100-READ-SECTION
                IF WS-NOT-EOF
                        ADD 1 TO WS-SEC-LINE-CTR
                END-IF.

        2200-CHECK-PRODUCED.
                MOVE 'N' TO WS-PRODUCED-SW
                EVALUATE TRUE
                    WHEN WS-SEC-STEP (WS-SEC-IX) = SPACES
                        SET WS-SECTION-PRODUCED TO TRUE
                    WHEN WS-SEC-STEP (WS-SEC-IX) = 'SAMPSLA'
                     AND WS-CHAIN-HELD
                        SET WS-SECTION-PRODUCED TO TRUE
                    WHEN OTHER
                        MOVE 0 TO WS-STEP-IX
                        PERFORM 2210-CHECK-ONE-STEP
                            UNTIL WS-STEP-IX >= WS-HIGH-STEP
                            OR WS-SECTION-PRODUCED
                END-EVALUATE.

        2210-CHECK-ONE-STEP.
                ADD 1 TO WS-STEP-IX
                IF WS-ST-OUTCOME (WS-STEP-IX) = 'C'
                        IF WS-ST-NAME (WS-STEP-IX)
                           = WS-SEC-STEP (WS-SEC-IX)
                        OR WS-ST-NAME (WS-STEP-IX)
                           = WS-SEC-ALT-STEP (WS-SEC-IX)
                                SET WS-SECTION-PRODUCED TO TRUE
                        END-IF
                END-IF.

        3000-PRINT-COVER.
                MOVE 'COVER PAGE' TO WS-PAGE-TITLE
                PERFORM 8100-NEW-PAGE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'PROCESSING DATE..........: ' WS-CHAIN-DATE
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'PACKAGE PRODUCED.........: '
                    WS-CURRENT-DATE-TIME(1:8) ' '
                    WS-CURRENT-DATE-TIME(9:6)
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'CHAIN OUTCOME............: ' WS-OUTCOME-TEXT
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE
                MOVE WS-STEP-HEAD TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE
                MOVE 0 TO WS-STEP-IX
                PERFORM 3100-PRINT-ONE-STEP
                    UNTIL WS-STEP-IX >= WS-HIGH-STEP

                MOVE SPACES TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE
                MOVE 'UNACKNOWLEDGED ALERTS' TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'CRITICAL (C).............: ' WS-ALERT-C
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'SERIOUS (S)..............: ' WS-ALERT-S
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                MOVE SPACES TO WS-BODY-LINE
                STRING 'WARNING (W)..............: ' WS-ALERT-W
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                IF WS-ALERT-OTHER > 0
                        MOVE SPACES TO WS-BODY-LINE
                        STRING 'OTHER SEVERITY...........: '
                            WS-ALERT-OTHER
                            DELIMITED BY SIZE INTO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                END-IF

                MOVE SPACES TO WS-BODY-LINE
                STRING 'TOTAL UNACKNOWLEDGED.....: ' WS-ALERT-TOTAL
                    DELIMITED BY SIZE INTO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE

                IF WS-PROBLEM-COUNT > 0
                        MOVE SPACES TO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                        MOVE SPACES TO WS-BODY-LINE
                        STRING '*** ' WS-PROBLEM-COUNT
                            ' REPORT(S) MISSING, EMPTY OR NOT '
                            'PRODUCED THIS CHAIN - SEE CONTENTS ***'
                            DELIMITED BY SIZE INTO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                END-IF.

        3100-PRINT-ONE-STEP.
                ADD 1 TO WS-STEP-IX
                IF WS-ST-NAME (WS-STEP-IX) NOT = SPACES
                        MOVE WS-STEP-IX TO WS-SL-NUMBER
                        MOVE WS-ST-NAME (WS-STEP-IX) TO WS-SL-NAME
                        MOVE WS-ST-START (WS-STEP-IX) TO WS-SL-START
                        MOVE WS-ST-END (WS-STEP-IX) TO WS-SL-END
                        MOVE WS-ST-RC (WS-STEP-IX) TO WS-SL-RC
                        EVALUATE WS-ST-OUTCOME (WS-STEP-IX)
                            WHEN 'C'
                                MOVE 'COMPLETED' TO WS-SL-OUTCOME
                            WHEN 'F'
                                MOVE '*** FAILED - HELD'
                                    TO WS-SL-OUTCOME
                            WHEN 'S'
                                MOVE '*** DID NOT END' TO WS-SL-OUTCOME
                            WHEN OTHER
                                MOVE WS-ST-OUTCOME (WS-STEP-IX)
                                    TO WS-SL-OUTCOME
                        END-EVALUATE
                        MOVE WS-STEP-LINE TO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                END-IF.

        4000-PRINT-CONTENTS.
                MOVE 'TABLE OF CONTENTS' TO WS-PAGE-TITLE
                PERFORM 8100-NEW-PAGE
                MOVE WS-TOC-HEAD TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE
                MOVE 0 TO WS-SEC-IX
                PERFORM 4100-PRINT-ONE-ENTRY
                    UNTIL WS-SEC-IX >= WS-SEC-COUNT.

        4100-PRINT-ONE-ENTRY.
                ADD 1 TO WS-SEC-IX
                MOVE WS-SEC-IX TO WS-TL-NUMBER
                MOVE WS-SEC-FILE (WS-SEC-IX) TO WS-TL-FILE
                MOVE WS-SEC-TITLE (WS-SEC-IX) TO WS-TL-TITLE
                MOVE WS-SEC-START-PAGE (WS-SEC-IX) TO WS-TL-PAGE
                MOVE SPACES TO WS-TL-STATUS
                EVALUATE WS-SEC-STATE (WS-SEC-IX)
                    WHEN 'M'
                        MOVE '*** MISSING ***' TO WS-TL-STATUS
                    WHEN 'E'
                        MOVE '*** EMPTY ***' TO WS-TL-STATUS
                    WHEN 'N'
                        MOVE '*** NOT PRODUCED THIS CHAIN'
                            TO WS-TL-STATUS
                    WHEN OTHER
                        STRING WS-SEC-LINES (WS-SEC-IX) ' LINES'
                            DELIMITED BY SIZE INTO WS-TL-STATUS
                END-EVALUATE
                MOVE WS-TOC-LINE TO WS-BODY-LINE
                PERFORM 8000-WRITE-BODY-LINE.

        5000-PRINT-ONE-SECTION.
                ADD 1 TO WS-SEC-IX
                MOVE SPACES TO WS-PAGE-TITLE
                STRING 'SECTION ' WS-SEC-IX(2:2) ' - '
                    WS-SEC-FILE (WS-SEC-IX) ' - '
                    WS-SEC-TITLE (WS-SEC-IX)
                    DELIMITED BY SIZE INTO WS-PAGE-TITLE
                PERFORM 8100-NEW-PAGE

                EVALUATE WS-SEC-STATE (WS-SEC-IX)
                    WHEN 'M'
                        MOVE SPACES TO WS-BODY-LINE
                        STRING '*** REPORT ' WS-SEC-FILE (WS-SEC-IX)
                            ' IS MISSING - NOT PRODUCED FOR THIS '
                            'RUN ***'
                            DELIMITED BY SIZE INTO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                    WHEN 'E'
                        MOVE SPACES TO WS-BODY-LINE
                        STRING '*** REPORT ' WS-SEC-FILE (WS-SEC-IX)
                            ' IS EMPTY - NO LINES WRITTEN ***'
                            DELIMITED BY SIZE INTO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                    WHEN 'N'
                        MOVE SPACES TO WS-BODY-LINE
                        STRING '*** REPORT ' WS-SEC-FILE (WS-SEC-IX)
                            ' NOT PRODUCED THIS CHAIN - STEP '
                            WS-SEC-STEP (WS-SEC-IX)
                            ' DID NOT COMPLETE FOR ' WS-CHAIN-DATE
                            ' ***'
                            DELIMITED BY SIZE INTO WS-BODY-LINE
                        PERFORM 8000-WRITE-BODY-LINE
                    WHEN OTHER
                        PERFORM 7000-OPEN-SECTION
                        MOVE 'N' TO WS-EOF-SW
                        PERFORM 5100-COPY-ONE-LINE UNTIL WS-EOF
                        PERFORM 7200-CLOSE-SECTION
                END-EVALUATE.

        5100-COPY-ONE-LINE.
                PERFORM 7100-READ-SECTION
                IF WS-NOT-EOF
                        PERFORM 8000-WRITE-BODY-LINE
                END-IF.

        7000-OPEN-SECTION.
                EVALUATE WS-SEC-IX
                    WHEN 1
                        OPEN INPUT COLL-RPT-IN
                    WHEN 2
                        OPEN INPUT PROOF-RPT-IN
                    WHEN 3
                        OPEN INPUT BAL-RPT-IN
                    WHEN 4
                        OPEN INPUT ANOM-RPT-IN
                    WHEN 5
                        OPEN INPUT FREQ-RPT-IN
                    WHEN 6
                        OPEN INPUT INTG-RPT-IN
                    WHEN 7
                        OPEN INPUT ARCH-RPT-IN
                    WHEN 8
                        OPEN INPUT MEND-RPT-IN
                    WHEN 9
                        OPEN INPUT DIST-RPT-IN
                    WHEN 10
                        OPEN INPUT XMIT-RPT-IN
                    WHEN 11
                        OPEN INPUT AGE-RPT-IN
                    WHEN 12
                        OPEN INPUT SLA-RPT-IN
                END-EVALUATE.

        7100-READ-SECTION.
                MOVE SPACES TO WS-BODY-LINE
                EVALUATE WS-SEC-IX
                    WHEN 1
                        READ COLL-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 2
                        READ PROOF-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 3
                        READ BAL-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 4
                        READ ANOM-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 5
                        READ FREQ-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 6
                        READ INTG-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 7
                        READ ARCH-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 8
                        READ MEND-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 9
                        READ DIST-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 10
                        READ XMIT-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 11
                        READ AGE-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                    WHEN 12
                        READ SLA-RPT-IN INTO WS-BODY-LINE
                            AT END
                                SET WS-EOF TO TRUE
                        END-READ
                END-EVALUATE.

        7200-CLOSE-SECTION.
                EVALUATE WS-SEC-IX
                    WHEN 1
                        CLOSE COLL-RPT-IN
                    WHEN 2
                        CLOSE PROOF-RPT-IN
                    WHEN 3
                        CLOSE BAL-RPT-IN
                    WHEN 4
                        CLOSE ANOM-RPT-IN
                    WHEN 5
                        CLOSE FREQ-RPT-IN
                    WHEN 6
                        CLOSE INTG-RPT-IN
                    WHEN 7
                        CLOSE ARCH-RPT-IN
                    WHEN 8
                        CLOSE MEND-RPT-IN
                    WHEN 9
                        CLOSE DIST-RPT-IN
                    WHEN 10
                        CLOSE XMIT-RPT-IN
                    WHEN 11
                        CLOSE AGE-RPT-IN
                    WHEN 12
                        CLOSE SLA-RPT-IN
                END-EVALUATE.

        8000-WRITE-BODY-LINE.
                IF WS-LINE-ON-PAGE >= WS-BODY-LINES
                        PERFORM 8100-NEW-PAGE
                END-IF
                WRITE PACKAGE-OUT-RECORD FROM WS-BODY-LINE
                    AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-ON-PAGE.

        8100-NEW-PAGE.
                ADD 1 TO WS-PAGE-NUMBER
                MOVE WS-PAGE-NUMBER TO WS-PH-PAGE
                WRITE PACKAGE-OUT-RECORD FROM WS-PAGE-HEAD
                    AFTER ADVANCING PAGE
                WRITE PACKAGE-OUT-RECORD FROM WS-PAGE-TITLE
                    AFTER ADVANCING 1 LINE
                WRITE PACKAGE-OUT-RECORD FROM WS-RULE-LINE
                    AFTER ADVANCING 1 LINE
                MOVE 0 TO WS-LINE-ON-PAGE.
