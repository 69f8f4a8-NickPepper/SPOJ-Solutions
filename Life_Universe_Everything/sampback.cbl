        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPBACK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RH-KEY.
            SELECT OPTIONAL XMIT-LOG ASSIGN TO "XMITLOG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XMT-KEY.
            SELECT OPTIONAL VALUE-MASTER ASSIGN TO "VALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-WORK ASSIGN TO "AUDITWRK"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHECKPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-STATUS ASSIGN TO "RUNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BACKOUT-RPT ASSIGN TO "BACKRPT"
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

        FD AUDIT-LOG
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-LOG-RECORD.
            COPY AUDITRC.

        FD AUDIT-WORK
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-WORK-RECORD PIC X(36).

        FD CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
        01 CHECKPOINT-RECORD.
            COPY CHKPTRC.

        FD RUN-STATUS
            LABEL RECORDS ARE STANDARD.
        01 RUN-STATUS-RECORD.
            COPY STATRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        FD BACKOUT-RPT
            LABEL RECORDS ARE STANDARD.
        01 BACKOUT-RPT-RECORD PIC X(80).

        WORKING-STORAGE SECTION.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-RUN-SW PIC X VALUE 'N'.
            88 WS-RUN-FOUND VALUE 'Y'.
        77 WS-REFUSE-SW PIC X VALUE 'N'.
            88 WS-BACKOUT-REFUSED VALUE 'Y'.
        77 WS-VALMST-SW PIC X VALUE 'Y'.
            88 WS-POST-VALMST VALUE 'Y'.
        77 WS-AUD-EOF-SW PIC X VALUE 'N'.
            88 WS-AUD-EOF VALUE 'Y'.
            88 WS-AUD-NOT-EOF VALUE 'N'.
        77 WS-WRK-EOF-SW PIC X VALUE 'N'.
            88 WS-WRK-EOF VALUE 'Y'.
            88 WS-WRK-NOT-EOF VALUE 'N'.
        77 WS-VM-EOF-SW PIC X VALUE 'N'.
            88 WS-VM-EOF VALUE 'Y'.
            88 WS-VM-NOT-EOF VALUE 'N'.
        77 WS-LOG-EOF-SW PIC X VALUE 'N'.
            88 WS-LOG-EOF VALUE 'Y'.
            88 WS-LOG-NOT-EOF VALUE 'N'.
        77 WS-SLOT-SW PIC X VALUE 'N'.
            88 WS-SLOT-FOUND VALUE 'Y'.
        77 WS-ASK-DATE PIC X(08).
        77 WS-ASK-RUN PIC 9(03).
        77 WS-RUN-SEEN PIC 9(03) VALUE 0.
        77 WS-PREV-SEQ PIC 9(09) VALUE 0.
        77 WS-RH-EXTRACT PIC 9(09) VALUE 0.
        77 WS-RH-TOTAL PIC 9(11) VALUE 0.
        77 WS-AUD-COUNT PIC 9(09) VALUE 0.
        77 WS-AUD-TOTAL PIC 9(11) VALUE 0.
        77 WS-AUD-ALREADY PIC 9(09) VALUE 0.
        77 WS-AUD-FLAGGED PIC 9(09) VALUE 0.
        77 WS-AUD-COPIED PIC 9(09) VALUE 0.
        77 WS-AUD-RETURNED PIC 9(09) VALUE 0.
        77 WS-VM-BEFORE PIC 9(11) VALUE 0.
        77 WS-VM-AFTER PIC 9(11) VALUE 0.
        77 WS-VM-SHORT PIC 9(09) VALUE 0.
        77 WS-VM-SLOT-MISS PIC 9(09) VALUE 0.
        77 WS-VAL-IX PIC 9(03) VALUE 0.
        77 WS-SRC-IX PIC 9(03) VALUE 0.
        77 WS-XMT-COUNT PIC 9(03) VALUE 0.
        77 WS-XMT-IX PIC 9(03) VALUE 0.
        77 WS-CHK-BEFORE PIC 9(09) VALUE 0.
        77 WS-STAT-BEFORE PIC X(01) VALUE SPACE.
        77 WS-RH-STATUS PIC X(01) VALUE SPACE.
        77 WS-FINAL-RC PIC 9(02) VALUE 0.
        77 WS-VM-ROLLED PIC 9(03) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-VALUE-WORK.
            05 WS-VALUE-X          PIC X(02).
            05 WS-VALUE-NUM REDEFINES WS-VALUE-X
                                   PIC 9(02).
        01 WS-VM-TABLE.
            05 WS-VM-ENTRY OCCURS 100 TIMES.
                10 WS-VM-TOTAL-COUNT   PIC 9(09).
                10 WS-VM-FIRST-DATE    PIC X(08).
                10 WS-VM-LAST-DATE     PIC X(08).
                10 WS-VM-LAST-SOURCE   PIC X(03).
                10 WS-VM-PRIOR-DATE    PIC X(08).
                10 WS-VM-SOURCE-ENTRY OCCURS 5 TIMES.
                    15 WS-VM-SRC-ID    PIC X(03).
                    15 WS-VM-SRC-COUNT PIC 9(09).
        01 WS-DAY-TABLE.
            05 WS-DAY-ENTRY OCCURS 100 TIMES.
                10 WS-DAY-RUN-HITS     PIC 9(09).
                10 WS-DAY-LIVE-HITS    PIC 9(09).
                10 WS-DAY-LIVE-SOURCE  PIC X(03).
        01 WS-XMT-TABLE.
            05 WS-XMT-ENTRY OCCURS 10 TIMES.
                10 WS-XMT-SUBSCRIBER   PIC X(08).
                10 WS-XMT-OLD-STATUS   PIC X(01).
        01 WS-PROOF-LINE.
            05 WS-PL-LABEL             PIC X(30).
            05 WS-PL-BEFORE            PIC Z(10)9.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WS-PL-AFTER             PIC Z(10)9.
        01 WS-PROOF-TEXT-LINE.
            05 WS-PT-LABEL             PIC X(30).
            05 WS-PT-BEFORE            PIC X(11).
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WS-PT-AFTER             PIC X(11).
        01 WS-PROOF-HEAD.
            05 FILLER                  PIC X(30) VALUE 'ITEM'.
            05 FILLER                  PIC X(11) VALUE '     BEFORE'.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(11) VALUE '      AFTER'.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
            05 LS-RUN-DATE         PIC X(08).
            05 LS-RUN-NUMBER       PIC X(03).
            05 LS-VALMST-OPTION    PIC X(01).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF

                PERFORM 1000-READ-RUN-HISTORY
                IF WS-BACKOUT-REFUSED
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF

                PERFORM 1500-LOAD-VALUE-MASTER
                PERFORM 2000-SCAN-AUDIT
                PERFORM 2500-LOAD-RESTART-STATE

                IF WS-AUD-COUNT NOT = WS-RH-EXTRACT
                   OR WS-AUD-TOTAL NOT = WS-RH-TOTAL
                        SET WS-BACKOUT-REFUSED TO TRUE
                        DISPLAY 'SAMPBACK: AUDIT RECORDS FOR THE RUN '
                            'DO NOT MATCH RUN HISTORY - NOTHING '
                            'REVERSED'
                        PERFORM 8000-PRINT-PROOF
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF

                PERFORM 3000-REVERSE-RUN-HISTORY
                PERFORM 4000-REVERSE-XMIT-LOG
                IF WS-POST-VALMST
                        PERFORM 5000-REWRITE-VALUE-MASTER
                END-IF
                PERFORM 6000-FLAG-AUDIT
                PERFORM 7000-RESET-RESTART-FILES
                PERFORM 8000-PRINT-PROOF

                IF WS-FINAL-RC >= 8
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'BACKOUT INCOMPLETE - RESTORE AUDITLOG'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        DISPLAY 'SAMPBACK: RUN ' WS-ASK-DATE ' '
                            WS-ASK-RUN ' BACKOUT INCOMPLETE - '
                            'RESTORE AUDITLOG FROM AUDITWRK'
                ELSE
                        MOVE 'S' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'RUN ' WS-ASK-DATE ' ' WS-ASK-RUN
                            ' BACKED OUT BY SAMPBACK'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        DISPLAY 'SAMPBACK: RUN ' WS-ASK-DATE ' '
                            WS-ASK-RUN ' BACKED OUT - SEE BACKRPT'
                END-IF
                MOVE WS-FINAL-RC TO RETURN-CODE
                STOP RUN.

        0100-VALIDATE-PARM.
                IF LS-RUN-DATE NUMERIC
                        MOVE LS-RUN-DATE TO WS-ASK-DATE
                ELSE
                        SET WS-PARM-BAD TO TRUE
                        DISPLAY 'SAMPBACK: RUN DATE YYYYMMDD IS '
                            'REQUIRED'
                END-IF
                IF LS-RUN-NUMBER NUMERIC
                        MOVE LS-RUN-NUMBER TO WS-ASK-RUN
                ELSE
                        SET WS-PARM-BAD TO TRUE
                        DISPLAY 'SAMPBACK: RUN NUMBER NNN IS '
                            'REQUIRED'
                END-IF
                EVALUATE LS-VALMST-OPTION
                    WHEN SPACE
                    WHEN 'Y'
                        MOVE 'Y' TO WS-VALMST-SW
                    WHEN 'N'
                        MOVE 'N' TO WS-VALMST-SW
                    WHEN OTHER
                        SET WS-PARM-BAD TO TRUE
                        DISPLAY 'SAMPBACK: VALUE MASTER OPTION MUST '
                            'BE Y OR N'
                END-EVALUATE.

        1000-READ-RUN-HISTORY.
                OPEN INPUT RUN-HISTORY
                MOVE WS-ASK-DATE TO RH-RUN-DATE
                MOVE WS-ASK-RUN TO RH-RUN-NUMBER
                READ RUN-HISTORY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-RUN-FOUND TO TRUE
                        MOVE RH-EXTRACT-COUNT TO WS-RH-EXTRACT
                        MOVE RH-STAT-TOTAL TO WS-RH-TOTAL
                        MOVE RH-STATUS TO WS-RH-STATUS
                END-READ
                CLOSE RUN-HISTORY

                IF NOT WS-RUN-FOUND
                        SET WS-BACKOUT-REFUSED TO TRUE
                        DISPLAY 'SAMPBACK: RUN ' WS-ASK-DATE ' '
                            WS-ASK-RUN ' IS NOT IN RUN HISTORY'
                ELSE
                    IF WS-RH-STATUS = 'R'
                        SET WS-BACKOUT-REFUSED TO TRUE
                        DISPLAY 'SAMPBACK: RUN ' WS-ASK-DATE ' '
                            WS-ASK-RUN ' WAS ALREADY REVERSED'
                    END-IF
                END-IF.

        1500-LOAD-VALUE-MASTER.
                MOVE 0 TO WS-VAL-IX
                PERFORM 1510-INITIALIZE-ONE-VALUE
                    UNTIL WS-VAL-IX >= 100
                OPEN INPUT VALUE-MASTER
                PERFORM 1530-LOAD-ONE-VALUE UNTIL WS-VM-EOF
                CLOSE VALUE-MASTER.

        1510-INITIALIZE-ONE-VALUE.
                ADD 1 TO WS-VAL-IX
                MOVE 0 TO WS-VM-TOTAL-COUNT (WS-VAL-IX)
                MOVE SPACES TO WS-VM-FIRST-DATE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-LAST-DATE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                MOVE SPACES TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                MOVE 0 TO WS-DAY-RUN-HITS (WS-VAL-IX)
                          WS-DAY-LIVE-HITS (WS-VAL-IX)
                MOVE SPACES TO WS-DAY-LIVE-SOURCE (WS-VAL-IX)
                MOVE 0 TO WS-SRC-IX
                PERFORM 1520-INITIALIZE-ONE-SLOT
                    UNTIL WS-SRC-IX >= 5.

        1520-INITIALIZE-ONE-SLOT.
                ADD 1 TO WS-SRC-IX
                MOVE SPACES TO WS-VM-SRC-ID (WS-VAL-IX WS-SRC-IX)
                MOVE 0 TO WS-VM-SRC-COUNT (WS-VAL-IX WS-SRC-IX).

        1530-LOAD-ONE-VALUE.
                READ VALUE-MASTER
                    AT END
                        SET WS-VM-EOF TO TRUE
                END-READ
                IF WS-VM-NOT-EOF
                   AND VM-VALUE NUMERIC
                        ADD 1 VM-VALUE GIVING WS-VAL-IX
                        MOVE VM-TOTAL-COUNT
                            TO WS-VM-TOTAL-COUNT (WS-VAL-IX)
                        ADD VM-TOTAL-COUNT TO WS-VM-BEFORE
                        MOVE VM-FIRST-DATE
                            TO WS-VM-FIRST-DATE (WS-VAL-IX)
                        MOVE VM-LAST-DATE
                            TO WS-VM-LAST-DATE (WS-VAL-IX)
                        MOVE VM-LAST-SOURCE
                            TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                        MOVE VM-PRIOR-DATE
                            TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                        MOVE 0 TO WS-SRC-IX
                        PERFORM 1540-LOAD-ONE-SLOT
                            UNTIL WS-SRC-IX >= 5
                END-IF.

        1540-LOAD-ONE-SLOT.
                ADD 1 TO WS-SRC-IX
                MOVE VM-SRC-ID (WS-SRC-IX)
                    TO WS-VM-SRC-ID (WS-VAL-IX WS-SRC-IX)
                IF VM-SRC-COUNT (WS-SRC-IX) NUMERIC
                        MOVE VM-SRC-COUNT (WS-SRC-IX)
                            TO WS-VM-SRC-COUNT
                               (WS-VAL-IX WS-SRC-IX)
                END-IF.

        2000-SCAN-AUDIT.
                MOVE 0 TO WS-RUN-SEEN WS-PREV-SEQ
                MOVE 'N' TO WS-AUD-EOF-SW
                OPEN INPUT AUDIT-LOG
                PERFORM 2100-SCAN-ONE-AUDIT UNTIL WS-AUD-EOF
                CLOSE AUDIT-LOG
                MOVE 0 TO WS-VAL-IX
                PERFORM 2400-ROLL-BACK-LAST-DATE
                    UNTIL WS-VAL-IX >= 100
                MOVE WS-VM-BEFORE TO WS-VM-AFTER
                IF WS-POST-VALMST
                        SUBTRACT WS-AUD-COUNT FROM WS-VM-AFTER
                        ADD WS-VM-SHORT TO WS-VM-AFTER
                END-IF.

        2100-SCAN-ONE-AUDIT.
                READ AUDIT-LOG
                    AT END
                        SET WS-AUD-EOF TO TRUE
                END-READ
                IF WS-AUD-NOT-EOF
                   AND AUD-RUN-DATE = WS-ASK-DATE
                        IF AUD-SEQUENCE <= WS-PREV-SEQ
                           OR WS-RUN-SEEN = 0
                                ADD 1 TO WS-RUN-SEEN
                        END-IF
                        MOVE AUD-SEQUENCE TO WS-PREV-SEQ
                        IF WS-RUN-SEEN = WS-ASK-RUN
                                PERFORM 2200-TALLY-RUN-RECORD
                        ELSE
                            IF AUD-STATUS NOT = 'R'
                                PERFORM 2250-TALLY-LIVE-RECORD
                            END-IF
                        END-IF
                END-IF.

        2200-TALLY-RUN-RECORD.
                ADD 1 TO WS-AUD-COUNT
                IF AUD-STATUS = 'R'
                        ADD 1 TO WS-AUD-ALREADY
                END-IF
                MOVE AUD-VALUE TO WS-VALUE-X
                INSPECT WS-VALUE-X
                    REPLACING LEADING SPACE BY '0'
                ADD WS-VALUE-NUM TO WS-AUD-TOTAL
                ADD 1 WS-VALUE-NUM GIVING WS-VAL-IX
                ADD 1 TO WS-DAY-RUN-HITS (WS-VAL-IX)
                IF WS-VM-TOTAL-COUNT (WS-VAL-IX) > 0
                        SUBTRACT 1 FROM WS-VM-TOTAL-COUNT (WS-VAL-IX)
                ELSE
                        ADD 1 TO WS-VM-SHORT
                END-IF
                IF WS-VM-TOTAL-COUNT (WS-VAL-IX) = 0
                        MOVE SPACES TO WS-VM-FIRST-DATE (WS-VAL-IX)
                                       WS-VM-LAST-DATE (WS-VAL-IX)
                                       WS-VM-LAST-SOURCE (WS-VAL-IX)
                                       WS-VM-PRIOR-DATE (WS-VAL-IX)
                END-IF
                MOVE 'N' TO WS-SLOT-SW
                MOVE 0 TO WS-SRC-IX
                PERFORM 2300-CHECK-ONE-SLOT
                    UNTIL WS-SRC-IX >= 5
                    OR WS-SLOT-FOUND
                IF NOT WS-SLOT-FOUND
                        ADD 1 TO WS-VM-SLOT-MISS
                END-IF.

        2250-TALLY-LIVE-RECORD.
                MOVE AUD-VALUE TO WS-VALUE-X
                INSPECT WS-VALUE-X
                    REPLACING LEADING SPACE BY '0'
                ADD 1 WS-VALUE-NUM GIVING WS-VAL-IX
                ADD 1 TO WS-DAY-LIVE-HITS (WS-VAL-IX)
                MOVE AUD-SOURCE TO WS-DAY-LIVE-SOURCE (WS-VAL-IX).

        2300-CHECK-ONE-SLOT.
                ADD 1 TO WS-SRC-IX
                IF WS-VM-SRC-ID (WS-VAL-IX WS-SRC-IX) = AUD-SOURCE
                   AND WS-VM-SRC-COUNT (WS-VAL-IX WS-SRC-IX) > 0
                        SUBTRACT 1 FROM WS-VM-SRC-COUNT
                            (WS-VAL-IX WS-SRC-IX)
                        SET WS-SLOT-FOUND TO TRUE
                END-IF.

        2400-ROLL-BACK-LAST-DATE.
                ADD 1 TO WS-VAL-IX
                IF WS-DAY-RUN-HITS (WS-VAL-IX) > 0
                   AND WS-VM-TOTAL-COUNT (WS-VAL-IX) > 0
                   AND WS-VM-LAST-DATE (WS-VAL-IX) = WS-ASK-DATE
                        IF WS-DAY-LIVE-HITS (WS-VAL-IX) > 0
                                MOVE WS-DAY-LIVE-SOURCE (WS-VAL-IX)
                                    TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                        ELSE
                                MOVE WS-VM-PRIOR-DATE (WS-VAL-IX)
                                    TO WS-VM-LAST-DATE (WS-VAL-IX)
                                MOVE SPACES
                                    TO WS-VM-PRIOR-DATE (WS-VAL-IX)
                                MOVE '***'
                                    TO WS-VM-LAST-SOURCE (WS-VAL-IX)
                                ADD 1 TO WS-VM-ROLLED
                        END-IF
                END-IF.

        2500-LOAD-RESTART-STATE.
                OPEN INPUT CHECKPOINT-FILE
                READ CHECKPOINT-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CHK-RECORDS-PROCESSED TO WS-CHK-BEFORE
                END-READ
                CLOSE CHECKPOINT-FILE

                OPEN INPUT RUN-STATUS
                READ RUN-STATUS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE ST-PHASE TO WS-STAT-BEFORE
                END-READ
                CLOSE RUN-STATUS.

        3000-REVERSE-RUN-HISTORY.
                OPEN I-O RUN-HISTORY
                MOVE WS-ASK-DATE TO RH-RUN-DATE
                MOVE WS-ASK-RUN TO RH-RUN-NUMBER
                READ RUN-HISTORY
                    INVALID KEY
                        DISPLAY 'SAMPBACK: RUN HISTORY ENTRY '
                            'VANISHED BEFORE UPDATE'
                    NOT INVALID KEY
                        MOVE 'R' TO RH-STATUS
                        REWRITE RUN-HISTORY-RECORD
                END-READ
                CLOSE RUN-HISTORY.

        4000-REVERSE-XMIT-LOG.
                OPEN I-O XMIT-LOG
                MOVE WS-ASK-DATE TO XMT-RUN-DATE
                MOVE WS-ASK-RUN TO XMT-RUN-NUMBER
                MOVE SPACES TO XMT-SUBSCRIBER
                START XMIT-LOG KEY NOT LESS THAN XMT-KEY
                    INVALID KEY
                        SET WS-LOG-EOF TO TRUE
                END-START
                PERFORM 4100-REVERSE-ONE-ENTRY UNTIL WS-LOG-EOF
                CLOSE XMIT-LOG.

        4100-REVERSE-ONE-ENTRY.
                READ XMIT-LOG NEXT RECORD
                    AT END
                        SET WS-LOG-EOF TO TRUE
                END-READ
                IF WS-LOG-NOT-EOF
                        IF XMT-RUN-DATE = WS-ASK-DATE
                           AND XMT-RUN-NUMBER = WS-ASK-RUN
                                ADD 1 TO WS-XMT-COUNT
                                IF WS-XMT-COUNT <= 10
                                        MOVE XMT-SUBSCRIBER
                                            TO WS-XMT-SUBSCRIBER
                                               (WS-XMT-COUNT)
                                        MOVE XMT-STATUS
                                            TO WS-XMT-OLD-STATUS
                                               (WS-XMT-COUNT)
                                END-IF
                                MOVE 'V' TO XMT-STATUS
                                REWRITE XMIT-LOG-RECORD
                        ELSE
                                SET WS-LOG-EOF TO TRUE
                        END-IF
                END-IF.

        5000-REWRITE-VALUE-MASTER.
                OPEN OUTPUT VALUE-MASTER
                MOVE 0 TO WS-VAL-IX
                PERFORM 5100-WRITE-ONE-VALUE
                    UNTIL WS-VAL-IX >= 100
                CLOSE VALUE-MASTER.

        5100-WRITE-ONE-VALUE.
                ADD 1 TO WS-VAL-IX
                SUBTRACT 1 FROM WS-VAL-IX GIVING VM-VALUE
                MOVE WS-VM-TOTAL-COUNT (WS-VAL-IX)
                    TO VM-TOTAL-COUNT
                MOVE WS-VM-FIRST-DATE (WS-VAL-IX) TO VM-FIRST-DATE
                MOVE WS-VM-LAST-DATE (WS-VAL-IX) TO VM-LAST-DATE
                MOVE WS-VM-LAST-SOURCE (WS-VAL-IX)
                    TO VM-LAST-SOURCE
                MOVE WS-VM-PRIOR-DATE (WS-VAL-IX) TO VM-PRIOR-DATE
                MOVE 0 TO WS-SRC-IX
                PERFORM 5200-WRITE-ONE-SLOT
                    UNTIL WS-SRC-IX >= 5
                WRITE VALUE-MASTER-RECORD.

        5200-WRITE-ONE-SLOT.
                ADD 1 TO WS-SRC-IX
                MOVE WS-VM-SRC-ID (WS-VAL-IX WS-SRC-IX)
                    TO VM-SRC-ID (WS-SRC-IX)
                MOVE WS-VM-SRC-COUNT (WS-VAL-IX WS-SRC-IX)
                    TO VM-SRC-COUNT (WS-SRC-IX).

        6000-FLAG-AUDIT.
                MOVE 0 TO WS-RUN-SEEN WS-PREV-SEQ
                MOVE 'N' TO WS-AUD-EOF-SW
                OPEN INPUT AUDIT-LOG
                     OUTPUT AUDIT-WORK
                PERFORM 6100-FLAG-ONE-AUDIT UNTIL WS-AUD-EOF
                CLOSE AUDIT-LOG AUDIT-WORK

                MOVE 'N' TO WS-WRK-EOF-SW
                OPEN INPUT AUDIT-WORK
                     OUTPUT AUDIT-LOG
                PERFORM 6200-RETURN-ONE-AUDIT UNTIL WS-WRK-EOF
                CLOSE AUDIT-WORK AUDIT-LOG.

        6100-FLAG-ONE-AUDIT.
                READ AUDIT-LOG
                    AT END
                        SET WS-AUD-EOF TO TRUE
                END-READ
                IF WS-AUD-NOT-EOF
                        IF AUD-RUN-DATE = WS-ASK-DATE
                                IF AUD-SEQUENCE <= WS-PREV-SEQ
                                   OR WS-RUN-SEEN = 0
                                        ADD 1 TO WS-RUN-SEEN
                                END-IF
                                MOVE AUD-SEQUENCE TO WS-PREV-SEQ
                                IF WS-RUN-SEEN = WS-ASK-RUN
                                        MOVE 'R' TO AUD-STATUS
                                        ADD 1 TO WS-AUD-FLAGGED
                                END-IF
                        END-IF
                        MOVE AUDIT-LOG-RECORD TO AUDIT-WORK-RECORD
                        WRITE AUDIT-WORK-RECORD
                        ADD 1 TO WS-AUD-COPIED
                END-IF.

        6200-RETURN-ONE-AUDIT.
                READ AUDIT-WORK
                    AT END
                        SET WS-WRK-EOF TO TRUE
                END-READ
                IF WS-WRK-NOT-EOF
                        MOVE AUDIT-WORK-RECORD TO AUDIT-LOG-RECORD
                        WRITE AUDIT-LOG-RECORD
                        ADD 1 TO WS-AUD-RETURNED
                END-IF.

        7000-RESET-RESTART-FILES.
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE

                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ST-RUN-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ST-RUN-TIME
                MOVE 'B' TO ST-PHASE
                MOVE 0 TO ST-RECORDS-PHYSICAL ST-READ-COUNT
                          ST-EXTRACT-COUNT ST-REJECT-COUNT
                          ST-TERM-COUNT
                OPEN OUTPUT RUN-STATUS
                WRITE RUN-STATUS-RECORD
                CLOSE RUN-STATUS.

        8000-PRINT-PROOF.
                OPEN OUTPUT BACKOUT-RPT

                MOVE SPACES TO BACKOUT-RPT-RECORD
                STRING 'SAMPBACK RUN BACKOUT PROOF'
                    DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE SPACES TO BACKOUT-RPT-RECORD
                STRING 'RUN REQUESTED............: ' WS-ASK-DATE
                    ' RUN ' WS-ASK-RUN
                    DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE SPACES TO BACKOUT-RPT-RECORD
                STRING 'RUN HISTORY EXTRACT/TOTAL: ' WS-RH-EXTRACT
                    ' ' WS-RH-TOTAL
                    DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE SPACES TO BACKOUT-RPT-RECORD
                STRING 'AUDIT RECORDS/TOTAL......: ' WS-AUD-COUNT
                    ' ' WS-AUD-TOTAL
                    DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                IF WS-BACKOUT-REFUSED
                        MOVE SPACES TO BACKOUT-RPT-RECORD
                        STRING '*** AUDIT LOG DOES NOT MATCH RUN '
                            'HISTORY - BACKOUT REFUSED, NOTHING '
                            'CHANGED ***'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                        WRITE BACKOUT-RPT-RECORD
                        CLOSE BACKOUT-RPT
                ELSE
                        PERFORM 8100-PRINT-BEFORE-AFTER
                        CLOSE BACKOUT-RPT
                END-IF.

        8100-PRINT-BEFORE-AFTER.
                MOVE SPACES TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD
                MOVE WS-PROOF-HEAD TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE 'RUN HISTORY STATUS' TO WS-PT-LABEL
                MOVE '       LIVE' TO WS-PT-BEFORE
                MOVE '   REVERSED' TO WS-PT-AFTER
                MOVE WS-PROOF-TEXT-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE 0 TO WS-XMT-IX
                PERFORM 8200-PRINT-ONE-XMIT
                    UNTIL WS-XMT-IX >= WS-XMT-COUNT
                    OR WS-XMT-IX >= 10
                IF WS-XMT-COUNT = 0
                        MOVE SPACES TO BACKOUT-RPT-RECORD
                        STRING '*** RUN HAD NO XMITLOG ENTRIES ***'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                        WRITE BACKOUT-RPT-RECORD
                END-IF

                MOVE 'XMITLOG ENTRIES REVERSED' TO WS-PL-LABEL
                MOVE 0 TO WS-PL-BEFORE
                MOVE WS-XMT-COUNT TO WS-PL-AFTER
                MOVE WS-PROOF-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                IF WS-POST-VALMST
                        MOVE 'VALMST TOTAL COUNT' TO WS-PL-LABEL
                        MOVE WS-VM-BEFORE TO WS-PL-BEFORE
                        MOVE WS-VM-AFTER TO WS-PL-AFTER
                        MOVE WS-PROOF-LINE TO BACKOUT-RPT-RECORD
                        WRITE BACKOUT-RPT-RECORD
                        IF WS-VM-ROLLED > 0
                                MOVE SPACES TO BACKOUT-RPT-RECORD
                                STRING 'LAST-SEEN DATES ROLLED...: '
                                    WS-VM-ROLLED
                                    ' - LAST SOURCE SHOWN AS ***'
                                    DELIMITED BY SIZE
                                    INTO BACKOUT-RPT-RECORD
                                WRITE BACKOUT-RPT-RECORD
                        END-IF
                ELSE
                        MOVE SPACES TO BACKOUT-RPT-RECORD
                        STRING 'VALMST NOT TOUCHED - RUN WAS NOT '
                            'POSTED PER PARM'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                        WRITE BACKOUT-RPT-RECORD
                END-IF

                MOVE 'AUDIT RECORDS LIVE FOR RUN' TO WS-PL-LABEL
                SUBTRACT WS-AUD-ALREADY FROM WS-AUD-COUNT
                    GIVING WS-PL-BEFORE
                MOVE 0 TO WS-PL-AFTER
                MOVE WS-PROOF-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE 'AUDIT LOG RECORDS ON FILE' TO WS-PL-LABEL
                MOVE WS-AUD-COPIED TO WS-PL-BEFORE
                MOVE WS-AUD-RETURNED TO WS-PL-AFTER
                MOVE WS-PROOF-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE 'CHECKPOINT RECORDS DONE' TO WS-PL-LABEL
                MOVE WS-CHK-BEFORE TO WS-PL-BEFORE
                MOVE 0 TO WS-PL-AFTER
                MOVE WS-PROOF-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE 'RUN STATUS PHASE' TO WS-PT-LABEL
                MOVE SPACES TO WS-PT-BEFORE WS-PT-AFTER
                MOVE WS-STAT-BEFORE TO WS-PT-BEFORE(11:1)
                MOVE 'B' TO WS-PT-AFTER(11:1)
                MOVE WS-PROOF-TEXT-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD

                MOVE SPACES TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD
                MOVE SPACES TO BACKOUT-RPT-RECORD
                IF WS-AUD-COPIED = WS-AUD-RETURNED
                   AND WS-AUD-FLAGGED = WS-AUD-COUNT
                        STRING 'AUDIT LOG REWRITTEN COMPLETE - ALL '
                            'RUN RECORDS FLAGGED REVERSED'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                ELSE
                        STRING '*** AUDIT LOG REWRITE INCOMPLETE - '
                            'RESTORE FROM AUDITWRK ***'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                        MOVE 8 TO WS-FINAL-RC
                END-IF
                WRITE BACKOUT-RPT-RECORD

                IF WS-VM-SHORT > 0 OR WS-VM-SLOT-MISS > 0
                        MOVE SPACES TO BACKOUT-RPT-RECORD
                        STRING '*** VALMST HELD FEWER POSTINGS THAN '
                            'THE RUN - SHORT ' WS-VM-SHORT
                            ' SLOTS ' WS-VM-SLOT-MISS ' ***'
                            DELIMITED BY SIZE INTO BACKOUT-RPT-RECORD
                        WRITE BACKOUT-RPT-RECORD
                        IF WS-FINAL-RC < 4
                                MOVE 4 TO WS-FINAL-RC
                        END-IF
                END-IF.

        8200-PRINT-ONE-XMIT.
                ADD 1 TO WS-XMT-IX
                MOVE SPACES TO WS-PT-LABEL
                IF WS-XMT-SUBSCRIBER (WS-XMT-IX) = SPACES
                        STRING 'XMITLOG RUN-LEVEL STATUS'
                            DELIMITED BY SIZE INTO WS-PT-LABEL
                ELSE
                        STRING 'XMITLOG '
                            WS-XMT-SUBSCRIBER (WS-XMT-IX)
                            ' STATUS'
                            DELIMITED BY SIZE INTO WS-PT-LABEL
                END-IF
                MOVE SPACES TO WS-PT-BEFORE WS-PT-AFTER
                MOVE WS-XMT-OLD-STATUS (WS-XMT-IX)
                    TO WS-PT-BEFORE(11:1)
                MOVE 'V' TO WS-PT-AFTER(11:1)
                MOVE WS-PROOF-TEXT-LINE TO BACKOUT-RPT-RECORD
                WRITE BACKOUT-RPT-RECORD.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPBACK' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
