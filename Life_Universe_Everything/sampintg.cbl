        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPINTG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RH-KEY.
            SELECT OPTIONAL XMIT-LOG ASSIGN TO "XMITLOG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XMT-KEY.
            SELECT OPTIONAL VALUE-MASTER ASSIGN TO "VALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-IN ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARCH"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CTLHIST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPERMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INTEGRITY-RPT ASSIGN TO "INTGRPT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD RUN-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 RUN-HISTORY-RECORD.
            COPY RUNHISTRC.

        FD XMIT-LOG
            LABEL RECORDS ARE STANDARD.
        01 XMIT-LOG-RECORD.
            COPY XMITRC.

        FD VALUE-MASTER
            LABEL RECORDS ARE STANDARD.
        01 VALUE-MASTER-RECORD.
            COPY VALMSTRC.

        FD AUDIT-IN
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-IN-RECORD.
            COPY AUDITRC.

        FD AUDIT-ARCHIVE
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-ARCHIVE-RECORD PIC X(36).

        FD CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
        01 HISTORY-FILE-RECORD.
            COPY CTLHISTRC.

        FD OPERATOR-MASTER
            LABEL RECORDS ARE STANDARD.
        01 OPERATOR-MASTER-RECORD.
            COPY OPERMSTRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        FD INTEGRITY-RPT
            LABEL RECORDS ARE STANDARD.
        01 INTEGRITY-RPT-RECORD PIC X(80).

        WORKING-STORAGE SECTION.
        77 WS-RH-EOF-SW PIC X VALUE 'N'.
            88 WS-RH-EOF VALUE 'Y'.
            88 WS-RH-NOT-EOF VALUE 'N'.
        77 WS-XM-EOF-SW PIC X VALUE 'N'.
            88 WS-XM-EOF VALUE 'Y'.
            88 WS-XM-NOT-EOF VALUE 'N'.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-RUNLEVEL-SW PIC X VALUE 'N'.
            88 WS-RUNLEVEL-SEEN VALUE 'Y'.
        77 WS-OPR-SW PIC X VALUE 'N'.
            88 WS-OPR-FOUND VALUE 'Y'.
        77 WS-RH-KEY-HOLD PIC X(11) VALUE SPACES.
        77 WS-XM-KEY-HOLD PIC X(11) VALUE SPACES.
        77 WS-RH-STATUS-HOLD PIC X(01) VALUE SPACE.
        77 WS-DAY-DATE-HOLD PIC X(08) VALUE SPACES.
        77 WS-DAY-LAST-STATUS PIC X(01) VALUE SPACE.
        77 WS-DAY-LAST-EXTRACT PIC 9(09) VALUE 0.
        77 WS-RUN-COUNT PIC 9(09) VALUE 0.
        77 WS-XMIT-COUNT PIC 9(09) VALUE 0.
        77 WS-RH-LAST-EXTRACT PIC 9(11) VALUE 0.
        77 WS-RH-ALL-EXTRACT PIC 9(11) VALUE 0.
        77 WS-RH-REV-EXTRACT PIC 9(11) VALUE 0.
        77 WS-VM-TOTAL PIC 9(11) VALUE 0.
        77 WS-AUD-LOG-COUNT PIC 9(11) VALUE 0.
        77 WS-AUD-ARCH-COUNT PIC 9(11) VALUE 0.
        77 WS-AUD-ALL-COUNT PIC 9(11) VALUE 0.
        77 WS-AUD-REV-COUNT PIC 9(11) VALUE 0.
        77 WS-CAL-COUNT PIC 9(09) VALUE 0.
        77 WS-OPEN-COUNT PIC 9(09) VALUE 0.
        77 WS-HIST-COUNT PIC 9(09) VALUE 0.
        77 WS-OPR-COUNT PIC 9(03) VALUE 0.
        77 WS-OPR-IX PIC 9(03) VALUE 0.
        77 WS-CHECK-ID PIC X(08) VALUE SPACES.
        77 WS-LOOK-ID PIC X(08) VALUE SPACES.
        77 WS-WARN-COUNT PIC 9(09) VALUE 0.
        77 WS-SERIOUS-COUNT PIC 9(09) VALUE 0.
        77 WS-CRITICAL-COUNT PIC 9(09) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-OPR-TABLE.
            05 WS-OPR-ID PIC X(08) OCCURS 200 TIMES.
        01 WS-EXCEPTION-LINE.
            05 WS-EL-SEVERITY          PIC X(01).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-EL-CHECK             PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-EL-DETAIL            PIC X(68).
        01 WS-COMPARE-LINE.
            05 WS-CL-LABEL             PIC X(27).
            05 WS-CL-VALUE-A           PIC Z(10)9.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-CL-VALUE-B           PIC Z(10)9.

        PROCEDURE DIVISION.
        0000-MAIN.
                OPEN OUTPUT INTEGRITY-RPT
                MOVE SPACES TO INTEGRITY-RPT-RECORD
                STRING 'SAMPINTG NIGHTLY INTEGRITY SWEEP EXCEPTIONS'
                    DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD
                MOVE SPACES TO INTEGRITY-RPT-RECORD
                STRING 'SEV CHECK    DETAIL'
                    DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                PERFORM 1000-MATCH-RUNS-TO-XMIT
                PERFORM 2000-CHECK-VALUE-MASTER
                PERFORM 3000-CHECK-AUDIT-COUNTS
                PERFORM 4000-CHECK-CALENDAR
                PERFORM 5000-CHECK-CHANGE-HISTORY

                PERFORM 9000-PRINT-SUMMARY
                CLOSE INTEGRITY-RPT

                EVALUATE TRUE
                    WHEN WS-CRITICAL-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-SERIOUS-COUNT > 0
                      OR WS-WARN-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE
                DISPLAY 'SAMPINTG: CRITICAL ' WS-CRITICAL-COUNT
                    ' SERIOUS ' WS-SERIOUS-COUNT
                    ' WARNING ' WS-WARN-COUNT
                GOBACK.

        1000-MATCH-RUNS-TO-XMIT.
                MOVE 'RUNXMIT' TO WS-CHECK-ID
                OPEN INPUT RUN-HISTORY XMIT-LOG
                PERFORM 1100-READ-RUN-HISTORY
                PERFORM 1200-READ-XMIT-LOG
                PERFORM 1300-MATCH-ONE-STEP
                    UNTIL WS-RH-EOF AND WS-XM-EOF
                CLOSE RUN-HISTORY XMIT-LOG.

        1100-READ-RUN-HISTORY.
                READ RUN-HISTORY NEXT RECORD
                    AT END
                        SET WS-RH-EOF TO TRUE
                END-READ
                IF WS-RH-EOF
                        MOVE HIGH-VALUES TO WS-RH-KEY-HOLD
                        PERFORM 1150-ADD-DAY-LAST-RUN
                ELSE
                        MOVE RH-KEY TO WS-RH-KEY-HOLD
                        MOVE RH-STATUS TO WS-RH-STATUS-HOLD
                        ADD 1 TO WS-RUN-COUNT
                        ADD RH-EXTRACT-COUNT TO WS-RH-ALL-EXTRACT
                        IF RH-STATUS = 'R'
                                ADD RH-EXTRACT-COUNT
                                    TO WS-RH-REV-EXTRACT
                        END-IF
                        IF RH-RUN-DATE NOT = WS-DAY-DATE-HOLD
                                PERFORM 1150-ADD-DAY-LAST-RUN
                                MOVE RH-RUN-DATE TO WS-DAY-DATE-HOLD
                        END-IF
                        MOVE RH-STATUS TO WS-DAY-LAST-STATUS
                        MOVE RH-EXTRACT-COUNT TO WS-DAY-LAST-EXTRACT
                END-IF
                MOVE 'N' TO WS-RUNLEVEL-SW.

        1150-ADD-DAY-LAST-RUN.
                IF WS-DAY-DATE-HOLD NOT = SPACES
                   AND WS-DAY-LAST-STATUS NOT = 'R'
                        ADD WS-DAY-LAST-EXTRACT TO WS-RH-LAST-EXTRACT
                END-IF
                MOVE SPACES TO WS-DAY-DATE-HOLD.

        1200-READ-XMIT-LOG.
                READ XMIT-LOG NEXT RECORD
                    AT END
                        SET WS-XM-EOF TO TRUE
                END-READ
                IF WS-XM-EOF
                        MOVE HIGH-VALUES TO WS-XM-KEY-HOLD
                ELSE
                        MOVE XMT-KEY(1:11) TO WS-XM-KEY-HOLD
                        ADD 1 TO WS-XMIT-COUNT
                END-IF.

        1300-MATCH-ONE-STEP.
                EVALUATE TRUE
                    WHEN WS-RH-KEY-HOLD < WS-XM-KEY-HOLD
                        IF NOT WS-RUNLEVEL-SEEN
                                MOVE 'S' TO WS-EL-SEVERITY
                                MOVE SPACES TO WS-EL-DETAIL
                                STRING 'RUN ' WS-RH-KEY-HOLD(1:8)
                                    ' ' WS-RH-KEY-HOLD(9:3)
                                    ' HAS NO XMITLOG RUN-LEVEL ENTRY'
                                    DELIMITED BY SIZE
                                    INTO WS-EL-DETAIL
                                PERFORM 8000-WRITE-EXCEPTION
                        END-IF
                        PERFORM 1100-READ-RUN-HISTORY
                    WHEN WS-RH-KEY-HOLD > WS-XM-KEY-HOLD
                        MOVE 'S' TO WS-EL-SEVERITY
                        MOVE SPACES TO WS-EL-DETAIL
                        IF XMT-SUBSCRIBER = SPACES
                                STRING 'XMITLOG RUN-LEVEL ENTRY '
                                    XMT-RUN-DATE ' ' XMT-RUN-NUMBER
                                    ' HAS NO RUNHIST RUN'
                                    DELIMITED BY SIZE
                                    INTO WS-EL-DETAIL
                        ELSE
                                STRING 'SUBSCRIBER ENTRY '
                                    XMT-SUBSCRIBER ' '
                                    XMT-RUN-DATE ' ' XMT-RUN-NUMBER
                                    ' HAS NO PARENT RUN'
                                    DELIMITED BY SIZE
                                    INTO WS-EL-DETAIL
                        END-IF
                        PERFORM 8000-WRITE-EXCEPTION
                        PERFORM 1200-READ-XMIT-LOG
                    WHEN OTHER
                        IF XMT-SUBSCRIBER = SPACES
                                SET WS-RUNLEVEL-SEEN TO TRUE
                        END-IF
                        IF WS-RH-STATUS-HOLD = 'R'
                           AND XMT-STATUS NOT = 'V'
                                MOVE 'W' TO WS-EL-SEVERITY
                                MOVE SPACES TO WS-EL-DETAIL
                                STRING 'REVERSED RUN '
                                    XMT-RUN-DATE ' ' XMT-RUN-NUMBER
                                    ' XMITLOG ' XMT-SUBSCRIBER
                                    ' STILL STATUS ' XMT-STATUS
                                    DELIMITED BY SIZE
                                    INTO WS-EL-DETAIL
                                PERFORM 8000-WRITE-EXCEPTION
                        END-IF
                        PERFORM 1200-READ-XMIT-LOG
                END-EVALUATE.

        2000-CHECK-VALUE-MASTER.
                MOVE 'VALMST' TO WS-CHECK-ID
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT VALUE-MASTER
                PERFORM 2100-ADD-ONE-VALUE UNTIL WS-EOF
                CLOSE VALUE-MASTER

                IF WS-VM-TOTAL NOT = WS-RH-LAST-EXTRACT
                        MOVE 'C' TO WS-EL-SEVERITY
                        MOVE SPACES TO WS-EL-DETAIL
                        STRING 'VALMST TOTAL ' WS-VM-TOTAL
                            ' NOT = LAST-RUN EXTRACTS '
                            WS-RH-LAST-EXTRACT
                            DELIMITED BY SIZE INTO WS-EL-DETAIL
                        PERFORM 8000-WRITE-EXCEPTION
                        MOVE 'VALMST COUNTS DISAGREE WITH RUNHIST'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        2100-ADD-ONE-VALUE.
                READ VALUE-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND VM-TOTAL-COUNT NUMERIC
                        ADD VM-TOTAL-COUNT TO WS-VM-TOTAL
                END-IF.

        3000-CHECK-AUDIT-COUNTS.
                MOVE 'AUDIT' TO WS-CHECK-ID
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-IN
                PERFORM 3100-COUNT-ONE-AUDIT UNTIL WS-EOF
                CLOSE AUDIT-IN

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-ARCHIVE
                PERFORM 3200-COUNT-ONE-ARCHIVE UNTIL WS-EOF
                CLOSE AUDIT-ARCHIVE

                ADD WS-AUD-LOG-COUNT WS-AUD-ARCH-COUNT
                    GIVING WS-AUD-ALL-COUNT

                IF WS-AUD-ALL-COUNT NOT = WS-RH-ALL-EXTRACT
                        MOVE 'C' TO WS-EL-SEVERITY
                        MOVE SPACES TO WS-EL-DETAIL
                        STRING 'AUDIT RECORDS ' WS-AUD-ALL-COUNT
                            ' NOT = RUNHIST EXTRACTS '
                            WS-RH-ALL-EXTRACT
                            DELIMITED BY SIZE INTO WS-EL-DETAIL
                        PERFORM 8000-WRITE-EXCEPTION
                        MOVE 'AUDIT COUNTS DISAGREE WITH RUNHIST'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF

                IF WS-AUD-REV-COUNT NOT = WS-RH-REV-EXTRACT
                        MOVE 'C' TO WS-EL-SEVERITY
                        MOVE SPACES TO WS-EL-DETAIL
                        STRING 'REVERSED AUDIT ' WS-AUD-REV-COUNT
                            ' NOT = REVERSED RUNS '
                            WS-RH-REV-EXTRACT
                            DELIMITED BY SIZE INTO WS-EL-DETAIL
                        PERFORM 8000-WRITE-EXCEPTION
                        MOVE 'REVERSED AUDIT DISAGREES WITH RUNHIST'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        3100-COUNT-ONE-AUDIT.
                READ AUDIT-IN
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        ADD 1 TO WS-AUD-LOG-COUNT
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-AUD-REV-COUNT
                        END-IF
                END-IF.

        3200-COUNT-ONE-ARCHIVE.
                READ AUDIT-ARCHIVE INTO AUDIT-IN-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        ADD 1 TO WS-AUD-ARCH-COUNT
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-AUD-REV-COUNT
                        END-IF
                END-IF.

        4000-CHECK-CALENDAR.
                MOVE 'CALENDAR' TO WS-CHECK-ID
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CALENDAR-FILE
                PERFORM 4100-CHECK-ONE-DAY UNTIL WS-EOF
                CLOSE CALENDAR-FILE

                IF WS-OPEN-COUNT NOT = 1
                        MOVE 'C' TO WS-EL-SEVERITY
                        MOVE SPACES TO WS-EL-DETAIL
                        STRING 'CALMST HAS ' WS-OPEN-COUNT
                            ' OPEN DATES - EXACTLY ONE IS REQUIRED'
                            DELIMITED BY SIZE INTO WS-EL-DETAIL
                        PERFORM 8000-WRITE-EXCEPTION
                        MOVE 'CALMST OPEN DATE COUNT IS NOT ONE'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        4100-CHECK-ONE-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        ADD 1 TO WS-CAL-COUNT
                        IF CAL-STATUS = 'O'
                                ADD 1 TO WS-OPEN-COUNT
                        END-IF
                END-IF.

        5000-CHECK-CHANGE-HISTORY.
                MOVE 'CTLHIST' TO WS-CHECK-ID
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT OPERATOR-MASTER
                PERFORM 5100-LOAD-ONE-OPERATOR UNTIL WS-EOF
                CLOSE OPERATOR-MASTER

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT HISTORY-FILE
                PERFORM 5200-CHECK-ONE-CHANGE UNTIL WS-EOF
                CLOSE HISTORY-FILE.

        5100-LOAD-ONE-OPERATOR.
                READ OPERATOR-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF WS-OPR-COUNT < 200
                                ADD 1 TO WS-OPR-COUNT
                                MOVE OPR-ID TO WS-OPR-ID (WS-OPR-COUNT)
                        ELSE
                                DISPLAY 'SAMPINTG: OPERATOR MASTER '
                                    'HAS MORE THAN 200 IDS - EXTRAS '
                                    'IGNORED'
                        END-IF
                END-IF.

        5200-CHECK-ONE-CHANGE.
                READ HISTORY-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        ADD 1 TO WS-HIST-COUNT
                        MOVE CH-OPERATOR TO WS-LOOK-ID
                        PERFORM 5300-FIND-OPERATOR
                        IF NOT WS-OPR-FOUND
                                MOVE 'S' TO WS-EL-SEVERITY
                                MOVE SPACES TO WS-EL-DETAIL
                                STRING 'CHANGE ' CH-CHANGE-DATE ' '
                                    CH-CHANGE-TIME ' OPERATOR '
                                    CH-OPERATOR ' NOT ON OPERMST'
                                    DELIMITED BY SIZE
                                    INTO WS-EL-DETAIL
                                PERFORM 8000-WRITE-EXCEPTION
                        END-IF
                        IF CH-APPROVER NOT = SPACES
                                MOVE CH-APPROVER TO WS-LOOK-ID
                                PERFORM 5300-FIND-OPERATOR
                                IF NOT WS-OPR-FOUND
                                    MOVE 'S' TO WS-EL-SEVERITY
                                    MOVE SPACES TO WS-EL-DETAIL
                                    STRING 'CHANGE ' CH-CHANGE-DATE
                                        ' ' CH-CHANGE-TIME
                                        ' APPROVER ' CH-APPROVER
                                        ' NOT ON OPERMST'
                                        DELIMITED BY SIZE
                                        INTO WS-EL-DETAIL
                                    PERFORM 8000-WRITE-EXCEPTION
                                END-IF
                        END-IF
                END-IF.

        5300-FIND-OPERATOR.
                MOVE 'N' TO WS-OPR-SW
                MOVE 0 TO WS-OPR-IX
                PERFORM 5310-CHECK-ONE-OPERATOR
                    UNTIL WS-OPR-IX >= WS-OPR-COUNT
                    OR WS-OPR-FOUND.

        5310-CHECK-ONE-OPERATOR.
                ADD 1 TO WS-OPR-IX
                IF WS-OPR-ID (WS-OPR-IX) = WS-LOOK-ID
                        SET WS-OPR-FOUND TO TRUE
                END-IF.

        8000-WRITE-EXCEPTION.
                MOVE WS-CHECK-ID TO WS-EL-CHECK
                EVALUATE WS-EL-SEVERITY
                    WHEN 'C'
                        ADD 1 TO WS-CRITICAL-COUNT
                    WHEN 'S'
                        ADD 1 TO WS-SERIOUS-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-WARN-COUNT
                END-EVALUATE
                MOVE WS-EXCEPTION-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD.

        9000-PRINT-SUMMARY.
                MOVE SPACES TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD
                MOVE SPACES TO INTEGRITY-RPT-RECORD
                STRING 'TOTALS COMPARED               FILE A'
                    '         FILE B'
                    DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'RUNHIST RUNS / XMITLOG ENT.:' TO WS-CL-LABEL
                MOVE WS-RUN-COUNT TO WS-CL-VALUE-A
                MOVE WS-XMIT-COUNT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'VALMST / RUNHIST LAST RUNS.:' TO WS-CL-LABEL
                MOVE WS-VM-TOTAL TO WS-CL-VALUE-A
                MOVE WS-RH-LAST-EXTRACT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'AUDIT+ARCHIVE / RUNHIST....:' TO WS-CL-LABEL
                MOVE WS-AUD-ALL-COUNT TO WS-CL-VALUE-A
                MOVE WS-RH-ALL-EXTRACT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'REVERSED AUDIT / RUNHIST...:' TO WS-CL-LABEL
                MOVE WS-AUD-REV-COUNT TO WS-CL-VALUE-A
                MOVE WS-RH-REV-EXTRACT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'CALMST DAYS / OPEN DATES...:' TO WS-CL-LABEL
                MOVE WS-CAL-COUNT TO WS-CL-VALUE-A
                MOVE WS-OPEN-COUNT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE 'CTLHIST ENTRIES / OPERATORS:' TO WS-CL-LABEL
                MOVE WS-HIST-COUNT TO WS-CL-VALUE-A
                MOVE WS-OPR-COUNT TO WS-CL-VALUE-B
                MOVE WS-COMPARE-LINE TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD

                MOVE SPACES TO INTEGRITY-RPT-RECORD
                WRITE INTEGRITY-RPT-RECORD
                MOVE SPACES TO INTEGRITY-RPT-RECORD
                IF WS-CRITICAL-COUNT = 0
                   AND WS-SERIOUS-COUNT = 0
                   AND WS-WARN-COUNT = 0
                        STRING 'NO EXCEPTIONS - FILES AGREE'
                            DELIMITED BY SIZE
                            INTO INTEGRITY-RPT-RECORD
                ELSE
                        STRING 'EXCEPTIONS  CRITICAL '
                            WS-CRITICAL-COUNT
                            '  SERIOUS ' WS-SERIOUS-COUNT
                            '  WARNING ' WS-WARN-COUNT
                            DELIMITED BY SIZE
                            INTO INTEGRITY-RPT-RECORD
                END-IF
                WRITE INTEGRITY-RPT-RECORD.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPINTG' TO ALT-PROGRAM
                MOVE 'C' TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
