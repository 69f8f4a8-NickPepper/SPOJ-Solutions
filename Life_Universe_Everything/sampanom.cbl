        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPANOM.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EXTRACT-IN ASSIGN TO "NUMBERSOUT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RH-KEY.
            SELECT OPTIONAL VALUE-MASTER ASSIGN TO "VALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CLASS-MASTER ASSIGN TO "CLASSMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ANOMALY-RPT ASSIGN TO "ANOMRPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD EXTRACT-IN
            LABEL RECORDS ARE STANDARD.
        01 EXTRACT-IN-RECORD.
            COPY EXTRACTRC.

        FD RUN-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 RUN-HISTORY-RECORD.
            COPY RUNHISTRC.

        FD VALUE-MASTER
            LABEL RECORDS ARE STANDARD.
        01 VALUE-MASTER-RECORD.
            COPY VALMSTRC.

        FD CLASS-MASTER
            LABEL RECORDS ARE STANDARD.
        01 CLASS-MASTER-RECORD.
            COPY CLASSRC.

        FD ANOMALY-RPT
            LABEL RECORDS ARE STANDARD.
        01 ANOMALY-RPT-RECORD PIC X(80).

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        WORKING-STORAGE SECTION.
        77 WS-CAL-EOF-SW PIC X VALUE 'N'.
            88 WS-CAL-EOF VALUE 'Y'.
            88 WS-CAL-NOT-EOF VALUE 'N'.
        77 WS-EXT-EOF-SW PIC X VALUE 'N'.
            88 WS-EXT-EOF VALUE 'Y'.
            88 WS-EXT-NOT-EOF VALUE 'N'.
        77 WS-RH-EOF-SW PIC X VALUE 'N'.
            88 WS-RH-EOF VALUE 'Y'.
            88 WS-RH-NOT-EOF VALUE 'N'.
        77 WS-VM-EOF-SW PIC X VALUE 'N'.
            88 WS-VM-EOF VALUE 'Y'.
            88 WS-VM-NOT-EOF VALUE 'N'.
        77 WS-CLS-EOF-SW PIC X VALUE 'N'.
            88 WS-CLS-EOF VALUE 'Y'.
            88 WS-CLS-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-HISTORY-SW PIC X VALUE 'N'.
            88 WS-HISTORY-SHORT VALUE 'Y'.
        77 WS-BASE-DAYS PIC 9(03) VALUE 20.
        77 WS-VOL-TOL PIC 9(03) VALUE 25.
        77 WS-SHARE-TOL PIC 9(03) VALUE 10.
        77 WS-SRC-TOL PIC 9(03) VALUE 50.
        77 WS-GAP-DAYS PIC 9(03) VALUE 30.
        77 WS-ALERT-LEVEL PIC X VALUE 'S'.
        77 WS-MIN-HISTORY PIC 9(03) VALUE 3.
        77 WS-PROCESS-DATE PIC X(08) VALUE SPACES.
        77 WS-LAST-HIST-DATE PIC X(08) VALUE SPACES.
        77 WS-FIRST-WINDOW-DATE PIC X(08) VALUE SPACES.
        77 WS-HIST-DATES PIC 9(05) VALUE 0.
        77 WS-SKIP-DATES PIC 9(05) VALUE 0.
        77 WS-DATE-SEEN PIC 9(05) VALUE 0.
        77 WS-WINDOW-DATES PIC 9(05) VALUE 0.
        77 WS-WINDOW-EXTRACT PIC 9(11) VALUE 0.
        77 WS-WINDOW-TOTAL PIC 9(13) VALUE 0.
        77 WS-DAY-EXTRACT PIC 9(09) VALUE 0.
        77 WS-DAY-TOTAL PIC 9(11) VALUE 0.
        77 WS-DAY-AVG PIC 9(03)V9(02) VALUE 0.
        77 WS-BASE-VOLUME PIC 9(09)V9(02) VALUE 0.
        77 WS-BASE-AVG PIC 9(03)V9(02) VALUE 0.
        77 WS-HIST-VALUES PIC 9(11) VALUE 0.
        77 WS-TODAY-SHARE PIC 9(03)V9(02) VALUE 0.
        77 WS-BASE-SHARE PIC 9(03)V9(02) VALUE 0.
        77 WS-SHARE-SHIFT PIC 9(03)V9(02) VALUE 0.
        77 WS-SRC-NORM PIC 9(09)V9(02) VALUE 0.
        77 WS-CMP-TODAY PIC 9(11)V9(02) VALUE 0.
        77 WS-CMP-BASE PIC 9(11)V9(02) VALUE 0.
        77 WS-CMP-DIFF PIC 9(11)V9(02) VALUE 0.
        77 WS-CMP-TOL PIC 9(03) VALUE 0.
        77 WS-DEV-PCT PIC 9(05) VALUE 0.
        77 WS-GAP PIC 9(05) VALUE 0.
        77 WS-FINDING-SEVERITY PIC X VALUE SPACE.
        77 WS-FINDING-COUNT PIC 9(05) VALUE 0.
        77 WS-SEVERE-COUNT PIC 9(05) VALUE 0.
        77 WS-ALERT-COUNT PIC 9(05) VALUE 0.
        77 WS-VAL-IX PIC 9(03) VALUE 0.
        77 WS-SRC-IX PIC 9(03) VALUE 0.
        77 WS-SRC-COUNT PIC 9(03) VALUE 0.
        77 WS-SRC-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-SLOT-IX PIC 9(03) VALUE 0.
        77 WS-CAT-IX PIC 9(03) VALUE 0.
        77 WS-CAT-COUNT PIC 9(03) VALUE 0.
        77 WS-CAT-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-CLASS-IX PIC 9(03) VALUE 0.
        77 WS-CLASS-COUNT PIC 9(03) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        77 WS-SEARCH-SOURCE PIC X(03) VALUE SPACES.
        77 WS-ED-COUNT PIC 9(09).
        77 WS-ED-VOLUME PIC 9(09).9(02).
        77 WS-ED-AVERAGE PIC 9(03).9(02).
        77 WS-ED-PCT PIC 9(05).
        01 WS-PARM-WORK.
            05 WS-PARM-X           PIC X(03).
            05 WS-PARM-NUM REDEFINES WS-PARM-X
                                   PIC 9(03).
        01 WS-VALUE-WORK.
            05 WS-VALUE-X          PIC X(02).
            05 WS-VALUE-NUM REDEFINES WS-VALUE-X
                                   PIC 9(02).
        01 WS-DATE-WORK.
            05 WS-DATE-X           PIC X(08).
            05 WS-DATE-NUM REDEFINES WS-DATE-X
                                   PIC 9(08).
        01 WS-PRIOR-WORK.
            05 WS-PRIOR-X          PIC X(08).
            05 WS-PRIOR-NUM REDEFINES WS-PRIOR-X
                                   PIC 9(08).
        01 WS-VAL-TABLE.
            05 WS-VAL-ENTRY OCCURS 100 TIMES.
                10 WS-VAL-TODAY        PIC 9(09).
                10 WS-VAL-HIST         PIC 9(09).
                10 WS-VAL-FIRST        PIC X(08).
                10 WS-VAL-LAST         PIC X(08).
                10 WS-VAL-PRIOR        PIC X(08).
        01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 10 TIMES.
                10 WS-SRC-ID           PIC X(03).
                10 WS-SRC-TODAY        PIC 9(09).
                10 WS-SRC-HIST         PIC 9(11).
        01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 20 TIMES.
                10 WS-CLS-FROM         PIC 9(02).
                10 WS-CLS-TO           PIC 9(02).
                10 WS-CLS-CATEGORY     PIC X(03).
        01 WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 20 TIMES.
                10 WS-CAT-CODE         PIC X(03).
                10 WS-CAT-TODAY        PIC 9(09).
                10 WS-CAT-HIST         PIC 9(11).
        01 WS-FINDING-HEAD.
            05 FILLER PIC X(04) VALUE 'SEV'.
            05 FILLER PIC X(17) VALUE 'CHECK'.
            05 FILLER PIC X(05) VALUE 'SUBJ'.
            05 FILLER PIC X(13) VALUE 'TODAY'.
            05 FILLER PIC X(13) VALUE 'BASELINE'.
            05 FILLER PIC X(20) VALUE 'DEVIATION'.
        01 WS-FINDING-LINE.
            05 WS-FL-SEVERITY          PIC X(01).
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-FL-CHECK             PIC X(16).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-FL-SUBJECT           PIC X(03).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-FL-TODAY             PIC X(12).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-FL-BASELINE          PIC X(12).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-FL-DEVIATION         PIC X(20).

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(16).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        DISPLAY 'SAMPANOM: PARM POSITIONS 1-15 ARE '
                            'FIVE 3-DIGIT NUMBERS (BASELINE DAYS, '
                            'VOLUME PCT, SHARE PTS, SOURCE PCT, GAP '
                            'DAYS), POSITION 16 ALERT LEVEL W OR S'
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 0200-READ-CALENDAR
                PERFORM 1000-LOAD-TODAY
                PERFORM 2000-BUILD-RUN-BASELINE
                PERFORM 3000-LOAD-CLASS-MASTER
                PERFORM 3500-LOAD-VALUE-MASTER

                OPEN OUTPUT ANOMALY-RPT
                PERFORM 4000-PRINT-HEADINGS

                IF WS-HISTORY-SHORT
                        MOVE SPACES TO ANOMALY-RPT-RECORD
                        STRING '*** ONLY ' WS-WINDOW-DATES
                            ' PRIOR BUSINESS DAYS ON RUNHIST - '
                            'BASELINE CHECKS SKIPPED ***'
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                        WRITE ANOMALY-RPT-RECORD
                ELSE
                        PERFORM 5000-CHECK-VOLUME-AVERAGE
                        PERFORM 5200-CHECK-CATEGORY-SHARE
                        PERFORM 5400-CHECK-SOURCES
                END-IF
                IF WS-HIST-DATES > 0
                        PERFORM 5600-CHECK-VALUE-GAPS
                END-IF

                PERFORM 6000-PRINT-SUMMARY
                CLOSE ANOMALY-RPT

                IF WS-FINDING-COUNT > 0
                        DISPLAY 'SAMPANOM: ' WS-FINDING-COUNT
                            ' ANOMALIES FOUND - SEE ANOMALY REPORT'
                        MOVE 4 TO RETURN-CODE
                ELSE
                        MOVE 0 TO RETURN-CODE
                END-IF
                GOBACK.

        0100-VALIDATE-PARM.
                MOVE LS-PARM-AREA(1:3) TO WS-PARM-X
                IF WS-PARM-X NOT = SPACES
                        IF WS-PARM-X NUMERIC AND WS-PARM-NUM > 0
                                MOVE WS-PARM-NUM TO WS-BASE-DAYS
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF
                MOVE LS-PARM-AREA(4:3) TO WS-PARM-X
                IF WS-PARM-X NOT = SPACES
                        IF WS-PARM-X NUMERIC
                                MOVE WS-PARM-NUM TO WS-VOL-TOL
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF
                MOVE LS-PARM-AREA(7:3) TO WS-PARM-X
                IF WS-PARM-X NOT = SPACES
                        IF WS-PARM-X NUMERIC
                                MOVE WS-PARM-NUM TO WS-SHARE-TOL
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF
                MOVE LS-PARM-AREA(10:3) TO WS-PARM-X
                IF WS-PARM-X NOT = SPACES
                        IF WS-PARM-X NUMERIC
                                MOVE WS-PARM-NUM TO WS-SRC-TOL
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF
                MOVE LS-PARM-AREA(13:3) TO WS-PARM-X
                IF WS-PARM-X NOT = SPACES
                        IF WS-PARM-X NUMERIC AND WS-PARM-NUM > 0
                                MOVE WS-PARM-NUM TO WS-GAP-DAYS
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF
                EVALUATE LS-PARM-AREA(16:1)
                    WHEN SPACE
                        CONTINUE
                    WHEN 'W'
                    WHEN 'S'
                        MOVE LS-PARM-AREA(16:1) TO WS-ALERT-LEVEL
                    WHEN OTHER
                        SET WS-PARM-BAD TO TRUE
                END-EVALUATE.

        0200-READ-CALENDAR.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-PROCESS-DATE
                OPEN INPUT CALENDAR-FILE
                PERFORM 0210-READ-ONE-CAL-DAY UNTIL WS-CAL-EOF
                CLOSE CALENDAR-FILE.

        0210-READ-ONE-CAL-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-CAL-EOF TO TRUE
                END-READ
                IF WS-CAL-NOT-EOF
                        IF CAL-STATUS = 'O'
                                MOVE CAL-DATE TO WS-PROCESS-DATE
                                SET WS-CAL-EOF TO TRUE
                        END-IF
                END-IF.

        1000-LOAD-TODAY.
                MOVE 0 TO WS-VAL-IX
                PERFORM 1100-INITIALIZE-ONE-VALUE
                    UNTIL WS-VAL-IX >= 100
                OPEN INPUT EXTRACT-IN
                PERFORM 1200-LOAD-ONE-EXTRACT UNTIL WS-EXT-EOF
                CLOSE EXTRACT-IN

                IF WS-DAY-EXTRACT > 0
                        DIVIDE WS-DAY-TOTAL BY WS-DAY-EXTRACT
                            GIVING WS-DAY-AVG ROUNDED
                END-IF.

        1100-INITIALIZE-ONE-VALUE.
                ADD 1 TO WS-VAL-IX
                MOVE 0 TO WS-VAL-TODAY (WS-VAL-IX)
                          WS-VAL-HIST (WS-VAL-IX)
                MOVE SPACES TO WS-VAL-FIRST (WS-VAL-IX)
                               WS-VAL-LAST (WS-VAL-IX)
                               WS-VAL-PRIOR (WS-VAL-IX).

        1200-LOAD-ONE-EXTRACT.
                READ EXTRACT-IN
                    AT END
                        SET WS-EXT-EOF TO TRUE
                END-READ
                IF WS-EXT-NOT-EOF
                        ADD 1 TO WS-DAY-EXTRACT
                        MOVE EXT-VALUE TO WS-VALUE-X
                        INSPECT WS-VALUE-X
                            REPLACING LEADING SPACE BY '0'
                        ADD WS-VALUE-NUM TO WS-DAY-TOTAL
                        ADD 1 WS-VALUE-NUM GIVING WS-VAL-IX
                        ADD 1 TO WS-VAL-TODAY (WS-VAL-IX)
                        IF EXT-SOURCE NOT = SPACES
                                MOVE EXT-SOURCE TO WS-SEARCH-SOURCE
                                PERFORM 1300-FIND-SOURCE
                                IF WS-SRC-MATCH-IX > 0
                                        ADD 1 TO WS-SRC-TODAY
                                            (WS-SRC-MATCH-IX)
                                END-IF
                        END-IF
                END-IF.

        1300-FIND-SOURCE.
                MOVE 0 TO WS-SRC-IX WS-SRC-MATCH-IX
                PERFORM 1310-CHECK-ONE-SOURCE
                    UNTIL WS-SRC-IX >= WS-SRC-COUNT
                    OR WS-SRC-MATCH-IX > 0
                IF WS-SRC-MATCH-IX = 0
                   AND WS-SRC-COUNT < 10
                        ADD 1 TO WS-SRC-COUNT
                        MOVE WS-SRC-COUNT TO WS-SRC-MATCH-IX
                        MOVE WS-SEARCH-SOURCE
                            TO WS-SRC-ID (WS-SRC-COUNT)
                        MOVE 0 TO WS-SRC-TODAY (WS-SRC-COUNT)
                                  WS-SRC-HIST (WS-SRC-COUNT)
                END-IF.

        1310-CHECK-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                IF WS-SRC-ID (WS-SRC-IX) = WS-SEARCH-SOURCE
                        MOVE WS-SRC-IX TO WS-SRC-MATCH-IX
                END-IF.

        2000-BUILD-RUN-BASELINE.
                OPEN INPUT RUN-HISTORY
                PERFORM 2100-COUNT-ONE-RUN UNTIL WS-RH-EOF
                CLOSE RUN-HISTORY

                IF WS-HIST-DATES > WS-BASE-DAYS
                        SUBTRACT WS-BASE-DAYS FROM WS-HIST-DATES
                            GIVING WS-SKIP-DATES
                END-IF

                MOVE 'N' TO WS-RH-EOF-SW
                MOVE SPACES TO WS-LAST-HIST-DATE
                OPEN INPUT RUN-HISTORY
                PERFORM 2200-WINDOW-ONE-RUN UNTIL WS-RH-EOF
                CLOSE RUN-HISTORY

                IF WS-WINDOW-DATES < WS-MIN-HISTORY
                        SET WS-HISTORY-SHORT TO TRUE
                ELSE
                        DIVIDE WS-WINDOW-EXTRACT BY WS-WINDOW-DATES
                            GIVING WS-BASE-VOLUME ROUNDED
                        IF WS-WINDOW-EXTRACT > 0
                                DIVIDE WS-WINDOW-TOTAL
                                    BY WS-WINDOW-EXTRACT
                                    GIVING WS-BASE-AVG ROUNDED
                        END-IF
                END-IF.

        2100-COUNT-ONE-RUN.
                READ RUN-HISTORY
                    AT END
                        SET WS-RH-EOF TO TRUE
                END-READ
                IF WS-RH-NOT-EOF
                   AND RH-STATUS NOT = 'R'
                   AND RH-RUN-DATE < WS-PROCESS-DATE
                        IF RH-RUN-DATE NOT = WS-LAST-HIST-DATE
                                ADD 1 TO WS-HIST-DATES
                                MOVE RH-RUN-DATE TO WS-LAST-HIST-DATE
                        END-IF
                END-IF.

        2200-WINDOW-ONE-RUN.
                READ RUN-HISTORY
                    AT END
                        SET WS-RH-EOF TO TRUE
                END-READ
                IF WS-RH-NOT-EOF
                   AND RH-STATUS NOT = 'R'
                   AND RH-RUN-DATE < WS-PROCESS-DATE
                        IF RH-RUN-DATE NOT = WS-LAST-HIST-DATE
                                ADD 1 TO WS-DATE-SEEN
                                MOVE RH-RUN-DATE TO WS-LAST-HIST-DATE
                                IF WS-DATE-SEEN > WS-SKIP-DATES
                                        ADD 1 TO WS-WINDOW-DATES
                                END-IF
                        END-IF
                        IF WS-DATE-SEEN > WS-SKIP-DATES
                                IF WS-FIRST-WINDOW-DATE = SPACES
                                        MOVE RH-RUN-DATE
                                            TO WS-FIRST-WINDOW-DATE
                                END-IF
                                ADD RH-EXTRACT-COUNT
                                    TO WS-WINDOW-EXTRACT
                                ADD RH-STAT-TOTAL TO WS-WINDOW-TOTAL
                        END-IF
                END-IF.

        3000-LOAD-CLASS-MASTER.
                OPEN INPUT CLASS-MASTER
                PERFORM 3100-LOAD-ONE-CLASS UNTIL WS-CLS-EOF
                CLOSE CLASS-MASTER.

        3100-LOAD-ONE-CLASS.
                READ CLASS-MASTER
                    AT END
                        SET WS-CLS-EOF TO TRUE
                END-READ
                IF WS-CLS-NOT-EOF
                   AND WS-CLASS-COUNT < 20
                        ADD 1 TO WS-CLASS-COUNT
                        MOVE CLS-VALUE-FROM
                            TO WS-CLS-FROM (WS-CLASS-COUNT)
                        MOVE CLS-VALUE-TO
                            TO WS-CLS-TO (WS-CLASS-COUNT)
                        MOVE CLS-CATEGORY
                            TO WS-CLS-CATEGORY (WS-CLASS-COUNT)
                        MOVE 0 TO WS-CAT-IX WS-CAT-MATCH-IX
                        PERFORM 3200-CHECK-ONE-CATEGORY
                            UNTIL WS-CAT-IX >= WS-CAT-COUNT
                            OR WS-CAT-MATCH-IX > 0
                        IF WS-CAT-MATCH-IX = 0
                                ADD 1 TO WS-CAT-COUNT
                                MOVE CLS-CATEGORY
                                    TO WS-CAT-CODE (WS-CAT-COUNT)
                                MOVE 0 TO WS-CAT-TODAY (WS-CAT-COUNT)
                                          WS-CAT-HIST (WS-CAT-COUNT)
                        END-IF
                END-IF.

        3200-CHECK-ONE-CATEGORY.
                ADD 1 TO WS-CAT-IX
                IF WS-CAT-CODE (WS-CAT-IX) = CLS-CATEGORY
                        MOVE WS-CAT-IX TO WS-CAT-MATCH-IX
                END-IF.

        3500-LOAD-VALUE-MASTER.
                OPEN INPUT VALUE-MASTER
                PERFORM 3600-LOAD-ONE-VALUE UNTIL WS-VM-EOF
                CLOSE VALUE-MASTER.

        3600-LOAD-ONE-VALUE.
                READ VALUE-MASTER
                    AT END
                        SET WS-VM-EOF TO TRUE
                END-READ
                IF WS-VM-NOT-EOF
                   AND VM-VALUE NUMERIC
                        ADD 1 VM-VALUE GIVING WS-VAL-IX
                        MOVE VM-FIRST-DATE TO WS-VAL-FIRST (WS-VAL-IX)
                        MOVE VM-LAST-DATE TO WS-VAL-LAST (WS-VAL-IX)
                        MOVE VM-PRIOR-DATE TO WS-VAL-PRIOR (WS-VAL-IX)
                        IF VM-TOTAL-COUNT > WS-VAL-TODAY (WS-VAL-IX)
                                SUBTRACT WS-VAL-TODAY (WS-VAL-IX)
                                    FROM VM-TOTAL-COUNT
                                    GIVING WS-VAL-HIST (WS-VAL-IX)
                        END-IF
                        ADD WS-VAL-HIST (WS-VAL-IX) TO WS-HIST-VALUES
                        MOVE 0 TO WS-SLOT-IX
                        PERFORM 3700-LOAD-ONE-SLOT
                            UNTIL WS-SLOT-IX >= 5
                END-IF.

        3700-LOAD-ONE-SLOT.
                ADD 1 TO WS-SLOT-IX
                IF VM-SRC-ID (WS-SLOT-IX) NOT = SPACES
                   AND VM-SRC-COUNT (WS-SLOT-IX) NUMERIC
                        MOVE VM-SRC-ID (WS-SLOT-IX)
                            TO WS-SEARCH-SOURCE
                        PERFORM 1300-FIND-SOURCE
                        IF WS-SRC-MATCH-IX > 0
                                ADD VM-SRC-COUNT (WS-SLOT-IX)
                                    TO WS-SRC-HIST (WS-SRC-MATCH-IX)
                        END-IF
                END-IF.

        4000-PRINT-HEADINGS.
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'SAMPANOM RUN ANOMALY REPORT'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'PROCESSING DATE..........: ' WS-PROCESS-DATE
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'BASELINE BUSINESS DAYS...: ' WS-WINDOW-DATES
                    ' OF ' WS-BASE-DAYS ' REQUESTED'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                IF WS-WINDOW-DATES > 0
                        MOVE SPACES TO ANOMALY-RPT-RECORD
                        STRING 'BASELINE PERIOD..........: '
                            WS-FIRST-WINDOW-DATE ' TO '
                            WS-LAST-HIST-DATE
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                        WRITE ANOMALY-RPT-RECORD
                END-IF

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'VOLUME/AVERAGE TOLERANCE.: ' WS-VOL-TOL
                    ' PCT'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'CATEGORY SHARE TOLERANCE.: ' WS-SHARE-TOL
                    ' PTS'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'SOURCE VOLUME TOLERANCE..: ' WS-SRC-TOL
                    ' PCT'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'VALUE GAP THRESHOLD......: ' WS-GAP-DAYS
                    ' DAYS'
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                IF WS-ALERT-LEVEL = 'W'
                        STRING 'ALERTS RAISED FOR........: '
                            'EVERY FINDING'
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                ELSE
                        STRING 'ALERTS RAISED FOR........: '
                            'SEVERE FINDINGS ONLY'
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                END-IF
                WRITE ANOMALY-RPT-RECORD

                MOVE WS-DAY-EXTRACT TO WS-ED-COUNT
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'EXTRACT RECORDS TODAY....: ' WS-ED-COUNT
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE WS-BASE-VOLUME TO WS-ED-VOLUME
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'BASELINE RECORDS PER DAY.: ' WS-ED-VOLUME
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE WS-DAY-AVG TO WS-ED-AVERAGE
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'VALUE AVERAGE TODAY......: ' WS-ED-AVERAGE
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE WS-BASE-AVG TO WS-ED-AVERAGE
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'BASELINE VALUE AVERAGE...: ' WS-ED-AVERAGE
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE WS-FINDING-HEAD TO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD.

        5000-CHECK-VOLUME-AVERAGE.
                MOVE WS-DAY-EXTRACT TO WS-CMP-TODAY
                MOVE WS-BASE-VOLUME TO WS-CMP-BASE
                MOVE WS-VOL-TOL TO WS-CMP-TOL
                PERFORM 7000-GRADE-DEVIATION
                IF WS-FINDING-SEVERITY NOT = SPACE
                        MOVE SPACES TO WS-FINDING-LINE
                        MOVE 'EXTRACT VOLUME' TO WS-FL-CHECK
                        MOVE 'ALL' TO WS-FL-SUBJECT
                        MOVE WS-DAY-EXTRACT TO WS-ED-COUNT
                        MOVE WS-ED-COUNT TO WS-FL-TODAY
                        MOVE WS-BASE-VOLUME TO WS-ED-VOLUME
                        MOVE WS-ED-VOLUME TO WS-FL-BASELINE
                        PERFORM 7100-SET-PCT-DEVIATION
                        PERFORM 7200-WRITE-FINDING
                END-IF

                IF WS-DAY-EXTRACT > 0
                        MOVE WS-DAY-AVG TO WS-CMP-TODAY
                        MOVE WS-BASE-AVG TO WS-CMP-BASE
                        MOVE WS-VOL-TOL TO WS-CMP-TOL
                        PERFORM 7000-GRADE-DEVIATION
                        IF WS-FINDING-SEVERITY NOT = SPACE
                                MOVE SPACES TO WS-FINDING-LINE
                                MOVE 'VALUE AVERAGE' TO WS-FL-CHECK
                                MOVE 'ALL' TO WS-FL-SUBJECT
                                MOVE WS-DAY-AVG TO WS-ED-AVERAGE
                                MOVE WS-ED-AVERAGE TO WS-FL-TODAY
                                MOVE WS-BASE-AVG TO WS-ED-AVERAGE
                                MOVE WS-ED-AVERAGE TO WS-FL-BASELINE
                                PERFORM 7100-SET-PCT-DEVIATION
                                PERFORM 7200-WRITE-FINDING
                        END-IF
                END-IF.

        5200-CHECK-CATEGORY-SHARE.
                IF WS-CAT-COUNT > 0
                   AND WS-DAY-EXTRACT > 0
                   AND WS-HIST-VALUES > 0
                        MOVE 0 TO WS-VAL-IX
                        PERFORM 5210-CATEGORIZE-ONE-VALUE
                            UNTIL WS-VAL-IX >= 100
                        MOVE 0 TO WS-CAT-IX
                        PERFORM 5250-CHECK-ONE-CATEGORY
                            UNTIL WS-CAT-IX >= WS-CAT-COUNT
                END-IF.

        5210-CATEGORIZE-ONE-VALUE.
                ADD 1 TO WS-VAL-IX
                SUBTRACT 1 FROM WS-VAL-IX GIVING WS-VALUE-NUM
                MOVE 0 TO WS-CLASS-IX WS-CAT-MATCH-IX
                PERFORM 5220-CHECK-ONE-RANGE
                    UNTIL WS-CLASS-IX >= WS-CLASS-COUNT
                    OR WS-CAT-MATCH-IX > 0
                IF WS-CAT-MATCH-IX > 0
                        ADD WS-VAL-TODAY (WS-VAL-IX)
                            TO WS-CAT-TODAY (WS-CAT-MATCH-IX)
                        ADD WS-VAL-HIST (WS-VAL-IX)
                            TO WS-CAT-HIST (WS-CAT-MATCH-IX)
                END-IF.

        5220-CHECK-ONE-RANGE.
                ADD 1 TO WS-CLASS-IX
                IF WS-VALUE-NUM NOT < WS-CLS-FROM (WS-CLASS-IX)
                   AND WS-VALUE-NUM NOT > WS-CLS-TO (WS-CLASS-IX)
                        MOVE 0 TO WS-CAT-IX
                        PERFORM 5230-MATCH-CATEGORY-CODE
                            UNTIL WS-CAT-IX >= WS-CAT-COUNT
                            OR WS-CAT-MATCH-IX > 0
                END-IF.

        5230-MATCH-CATEGORY-CODE.
                ADD 1 TO WS-CAT-IX
                IF WS-CAT-CODE (WS-CAT-IX)
                   = WS-CLS-CATEGORY (WS-CLASS-IX)
                        MOVE WS-CAT-IX TO WS-CAT-MATCH-IX
                END-IF.

        5250-CHECK-ONE-CATEGORY.
                ADD 1 TO WS-CAT-IX
                COMPUTE WS-TODAY-SHARE ROUNDED =
                    WS-CAT-TODAY (WS-CAT-IX) * 100 / WS-DAY-EXTRACT
                COMPUTE WS-BASE-SHARE ROUNDED =
                    WS-CAT-HIST (WS-CAT-IX) * 100 / WS-HIST-VALUES
                IF WS-TODAY-SHARE > WS-BASE-SHARE
                        SUBTRACT WS-BASE-SHARE FROM WS-TODAY-SHARE
                            GIVING WS-SHARE-SHIFT
                ELSE
                        SUBTRACT WS-TODAY-SHARE FROM WS-BASE-SHARE
                            GIVING WS-SHARE-SHIFT
                END-IF

                EVALUATE TRUE
                    WHEN WS-SHARE-SHIFT > WS-SHARE-TOL * 2
                        MOVE 'S' TO WS-FINDING-SEVERITY
                    WHEN WS-SHARE-SHIFT > WS-SHARE-TOL
                        MOVE 'W' TO WS-FINDING-SEVERITY
                    WHEN OTHER
                        MOVE SPACE TO WS-FINDING-SEVERITY
                END-EVALUATE

                IF WS-FINDING-SEVERITY NOT = SPACE
                        MOVE SPACES TO WS-FINDING-LINE
                        MOVE 'CATEGORY SHARE' TO WS-FL-CHECK
                        MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-FL-SUBJECT
                        MOVE WS-TODAY-SHARE TO WS-ED-AVERAGE
                        STRING WS-ED-AVERAGE ' PCT'
                            DELIMITED BY SIZE INTO WS-FL-TODAY
                        MOVE WS-BASE-SHARE TO WS-ED-AVERAGE
                        STRING WS-ED-AVERAGE ' PCT'
                            DELIMITED BY SIZE INTO WS-FL-BASELINE
                        MOVE WS-SHARE-SHIFT TO WS-ED-AVERAGE
                        STRING 'MOVED ' WS-ED-AVERAGE ' PTS'
                            DELIMITED BY SIZE INTO WS-FL-DEVIATION
                        PERFORM 7200-WRITE-FINDING
                END-IF.

        5400-CHECK-SOURCES.
                IF WS-HIST-DATES > 0
                        MOVE 0 TO WS-SRC-IX
                        PERFORM 5410-CHECK-ONE-SOURCE
                            UNTIL WS-SRC-IX >= WS-SRC-COUNT
                END-IF.

        5410-CHECK-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                IF WS-SRC-HIST (WS-SRC-IX) > WS-SRC-TODAY (WS-SRC-IX)
                        SUBTRACT WS-SRC-TODAY (WS-SRC-IX)
                            FROM WS-SRC-HIST (WS-SRC-IX)
                ELSE
                        MOVE 0 TO WS-SRC-HIST (WS-SRC-IX)
                END-IF
                DIVIDE WS-SRC-HIST (WS-SRC-IX) BY WS-HIST-DATES
                    GIVING WS-SRC-NORM ROUNDED

                MOVE WS-SRC-TODAY (WS-SRC-IX) TO WS-CMP-TODAY
                MOVE WS-SRC-NORM TO WS-CMP-BASE
                MOVE WS-SRC-TOL TO WS-CMP-TOL
                PERFORM 7000-GRADE-DEVIATION
                IF WS-FINDING-SEVERITY NOT = SPACE
                        MOVE SPACES TO WS-FINDING-LINE
                        MOVE 'SOURCE VOLUME' TO WS-FL-CHECK
                        MOVE WS-SRC-ID (WS-SRC-IX) TO WS-FL-SUBJECT
                        MOVE WS-SRC-TODAY (WS-SRC-IX) TO WS-ED-COUNT
                        MOVE WS-ED-COUNT TO WS-FL-TODAY
                        MOVE WS-SRC-NORM TO WS-ED-VOLUME
                        MOVE WS-ED-VOLUME TO WS-FL-BASELINE
                        PERFORM 7100-SET-PCT-DEVIATION
                        PERFORM 7200-WRITE-FINDING
                END-IF.

        5600-CHECK-VALUE-GAPS.
                MOVE WS-PROCESS-DATE TO WS-DATE-X
                IF WS-DATE-X NUMERIC
                        MOVE 0 TO WS-VAL-IX
                        PERFORM 5610-CHECK-ONE-VALUE
                            UNTIL WS-VAL-IX >= 100
                END-IF.

        5610-CHECK-ONE-VALUE.
                ADD 1 TO WS-VAL-IX
                MOVE SPACE TO WS-FINDING-SEVERITY
                MOVE SPACES TO WS-FINDING-LINE
                IF WS-VAL-TODAY (WS-VAL-IX) > 0
                        MOVE WS-VAL-PRIOR (WS-VAL-IX) TO WS-PRIOR-X
                        EVALUATE TRUE
                            WHEN WS-VAL-FIRST (WS-VAL-IX)
                                 = WS-PROCESS-DATE
                                MOVE 'W' TO WS-FINDING-SEVERITY
                                MOVE 'FIRST APPEARANCE' TO WS-FL-CHECK
                                MOVE 'NEVER SEEN' TO WS-FL-BASELINE
                            WHEN WS-VAL-LAST (WS-VAL-IX)
                                 = WS-PROCESS-DATE
                             AND WS-PRIOR-X NUMERIC
                                COMPUTE WS-GAP =
                                    FUNCTION INTEGER-OF-DATE
                                        (WS-DATE-NUM)
                                    - FUNCTION INTEGER-OF-DATE
                                        (WS-PRIOR-NUM)
                                IF WS-GAP NOT < WS-GAP-DAYS * 2
                                        MOVE 'S' TO WS-FINDING-SEVERITY
                                ELSE
                                    IF WS-GAP NOT < WS-GAP-DAYS
                                        MOVE 'W' TO WS-FINDING-SEVERITY
                                    END-IF
                                END-IF
                                MOVE 'VALUE GAP' TO WS-FL-CHECK
                                MOVE WS-PRIOR-X TO WS-FL-BASELINE
                                MOVE WS-GAP TO WS-ED-PCT
                                STRING 'NOT SEEN ' WS-ED-PCT ' DAYS'
                                    DELIMITED BY SIZE
                                    INTO WS-FL-DEVIATION
                        END-EVALUATE
                END-IF

                IF WS-FINDING-SEVERITY NOT = SPACE
                        SUBTRACT 1 FROM WS-VAL-IX GIVING WS-VALUE-NUM
                        MOVE WS-VALUE-X TO WS-FL-SUBJECT
                        MOVE WS-VAL-TODAY (WS-VAL-IX) TO WS-ED-COUNT
                        MOVE WS-ED-COUNT TO WS-FL-TODAY
                        PERFORM 7200-WRITE-FINDING
                END-IF.

        6000-PRINT-SUMMARY.
                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'FINDINGS.................: ' WS-FINDING-COUNT
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'SEVERE FINDINGS..........: ' WS-SEVERE-COUNT
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                STRING 'ALERTS WRITTEN...........: ' WS-ALERT-COUNT
                    DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                MOVE SPACES TO ANOMALY-RPT-RECORD
                IF WS-FINDING-COUNT > 0
                        STRING '*** ANOMALIES FOUND - CHECK THE '
                            'UPSTREAM FEEDS BEFORE RELEASE ***'
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                ELSE
                        STRING 'NO ANOMALIES FOUND AGAINST THE '
                            'BASELINE'
                            DELIMITED BY SIZE INTO ANOMALY-RPT-RECORD
                END-IF
                WRITE ANOMALY-RPT-RECORD.

        7000-GRADE-DEVIATION.
                MOVE SPACE TO WS-FINDING-SEVERITY
                IF WS-CMP-TODAY > WS-CMP-BASE
                        SUBTRACT WS-CMP-BASE FROM WS-CMP-TODAY
                            GIVING WS-CMP-DIFF
                ELSE
                        SUBTRACT WS-CMP-TODAY FROM WS-CMP-BASE
                            GIVING WS-CMP-DIFF
                END-IF

                IF WS-CMP-BASE = 0
                        IF WS-CMP-DIFF = 0
                                MOVE 0 TO WS-DEV-PCT
                        ELSE
                                MOVE 99999 TO WS-DEV-PCT
                        END-IF
                ELSE
                        COMPUTE WS-DEV-PCT ROUNDED =
                            WS-CMP-DIFF * 100 / WS-CMP-BASE
                            ON SIZE ERROR
                                MOVE 99999 TO WS-DEV-PCT
                        END-COMPUTE
                END-IF

                EVALUATE TRUE
                    WHEN WS-DEV-PCT > WS-CMP-TOL * 2
                        MOVE 'S' TO WS-FINDING-SEVERITY
                    WHEN WS-DEV-PCT > WS-CMP-TOL
                        MOVE 'W' TO WS-FINDING-SEVERITY
                END-EVALUATE.

        7100-SET-PCT-DEVIATION.
                MOVE WS-DEV-PCT TO WS-ED-PCT
                IF WS-CMP-TODAY > WS-CMP-BASE
                        STRING 'OVER BY ' WS-ED-PCT ' PCT'
                            DELIMITED BY SIZE INTO WS-FL-DEVIATION
                ELSE
                        STRING 'UNDER BY ' WS-ED-PCT ' PCT'
                            DELIMITED BY SIZE INTO WS-FL-DEVIATION
                END-IF.

        7200-WRITE-FINDING.
                ADD 1 TO WS-FINDING-COUNT
                MOVE WS-FINDING-SEVERITY TO WS-FL-SEVERITY
                MOVE WS-FINDING-LINE TO ANOMALY-RPT-RECORD
                WRITE ANOMALY-RPT-RECORD

                IF WS-FINDING-SEVERITY = 'S'
                        ADD 1 TO WS-SEVERE-COUNT
                END-IF
                IF WS-FINDING-SEVERITY = 'S'
                   OR WS-ALERT-LEVEL = 'W'
                        ADD 1 TO WS-ALERT-COUNT
                        MOVE WS-FINDING-SEVERITY TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'ANOMALY ' DELIMITED BY SIZE
                            WS-FL-CHECK DELIMITED BY '  '
                            ' ' WS-FL-SUBJECT DELIMITED BY SIZE
                            INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE
                    TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPANOM' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
