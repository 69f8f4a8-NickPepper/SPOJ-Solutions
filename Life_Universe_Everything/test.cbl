                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CLASS-MASTER ASSIGN TO "CLASSMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARTITION-CONTROL ASSIGN TO "PARTCTL"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HANDOFF-IN ASSIGN TO "HANDOFF"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        01 CLASS-MASTER-RECORD.
            COPY CLASSRC.

        FD PARTITION-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PARTITION-CONTROL-RECORD.
            COPY PARTCTLRC.

        FD HANDOFF-IN
            LABEL RECORDS ARE STANDARD.
        01 HANDOFF-IN-RECORD PIC X(144).

        WORKING-STORAGE SECTION.
        77 n PIC Z9 .
        77 WS-N-NUM PIC 9(03).
        77 WS-CLASS-IX PIC 9(03) VALUE 0.
        77 WS-CLASS-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-CATEGORY-CODE PIC X(03) VALUE SPACES.
        77 WS-PARTITION-SW PIC X VALUE 'N'.
            88 WS-PARTITION-RUN VALUE 'Y'.
        77 WS-PART-SOURCE PIC X(03) VALUE SPACES.
        77 WS-PART-SENT PIC 9(09) VALUE 0.
        77 WS-HO-PRESENT-SW PIC X VALUE 'N'.
            88 WS-HANDOFF-PRESENT VALUE 'Y'.
        77 WS-HO-MISMATCH-SW PIC X VALUE 'N'.
            88 WS-HANDOFF-MISMATCH VALUE 'Y'.
        77 WS-HO-IX PIC 9(03) VALUE 0.
        77 WS-HO-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-HO-SENT-COUNT PIC 9(09) VALUE 0.
        77 WS-HO-SENT-HASH PIC 9(11) VALUE 0.
        77 WS-HO-GOT-HASH PIC 9(11) VALUE 0.
        77 WS-HO-HASH-TOTAL PIC 9(11) VALUE 0.
        77 WS-HO-STRAY-COUNT PIC 9(09) VALUE 0.
        01 WS-HANDOFF-CONTROL.
            COPY HANDOFRC.
        01 WS-HO-VALUE-WORK.
            05 WS-HO-VALUE-X       PIC X(02).
            05 WS-HO-VALUE-NUM REDEFINES WS-HO-VALUE-X
                                   PIC 9(02).
        01 WS-HO-ACTUAL-TABLE.
            05 WS-HO-ACTUAL-ENTRY OCCURS 5 TIMES.
                10 WS-HO-ACT-COUNT     PIC 9(09).
                10 WS-HO-ACT-HASH      PIC 9(11).
        01 WS-HO-SOURCE-LINE.
            05 FILLER              PIC X(15) VALUE 'HANDOFF SOURCE '.
            05 WS-HSL-SOURCE       PIC X(03).
            05 FILLER              PIC X(14) VALUE '.......: SENT '.
            05 WS-HSL-SENT         PIC 9(09).
            05 FILLER              PIC X(05) VALUE ' GOT '.
            05 WS-HSL-GOT          PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-HSL-VERDICT      PIC X(12).
        01 WS-PARTITION-WORK.
            05 WS-PARTITION-ID     PIC X(01) VALUE SPACE.
            05 WS-PARTITION-NUM REDEFINES WS-PARTITION-ID
                                   PIC 9(01).
        01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 20 TIMES.
                10 WS-CLS-FROM         PIC 9(02).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0010-CHECK-PARTITION-PARM
                IF WS-RUN-BLOCKED
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 0050-READ-CALENDAR
                IF WS-RUN-BLOCKED
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 0070-READ-HANDOFF
                IF WS-RUN-BLOCKED
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 0100-INITIALIZE

                PERFORM UNTIL WS-EOF OR WS-TOLERANCE-TRIPPED
                END-PERFORM.

                PERFORM 9000-PRINT-REPORT.
                IF WS-PARTITION-RUN
                        PERFORM 9500-WRITE-PARTITION-CONTROL
                ELSE
                        PERFORM 9300-WRITE-RUN-HISTORY
                        PERFORM 9400-REGISTER-EXTRACT
                END-IF.
                MOVE 'E' TO WS-RUN-PHASE.
                PERFORM 4100-WRITE-RUN-STATUS.

                MOVE WS-SEVERITY-RC TO RETURN-CODE.
                GOBACK.

        0010-CHECK-PARTITION-PARM.
                IF LS-PARM-AREA(4:1) = 'P'
                        MOVE LS-PARM-AREA(5:1) TO WS-PARTITION-ID
                        IF WS-PARTITION-ID < '1'
                           OR WS-PARTITION-ID > '5'
                                DISPLAY 'SAMPLE: PARTITION RUN NEEDS '
                                    'PARTITION 1-5 IN PARM POSITION 5'
                                SET WS-RUN-BLOCKED TO TRUE
                        ELSE
                                SET WS-PARTITION-RUN TO TRUE
                                PERFORM 0020-READ-PARTITION-CONTROL
                        END-IF
                END-IF.

        0020-READ-PARTITION-CONTROL.
                OPEN INPUT PARTITION-CONTROL
                READ PARTITION-CONTROL
                    AT END
                        DISPLAY 'SAMPLE: NO CONTROL RECORD FOR '
                            'PARTITION ' WS-PARTITION-ID
                            ' - RUN SAMPCOLL WITH PARTITIONS FIRST'
                        SET WS-RUN-BLOCKED TO TRUE
                    NOT AT END
                        IF PC-PARTITION NOT = WS-PARTITION-NUM
                                DISPLAY 'SAMPLE: PARTCTL HOLDS '
                                    'PARTITION ' PC-PARTITION
                                    ' NOT ' WS-PARTITION-ID
                                    ' - CHECK THE FILE BINDINGS'
                                SET WS-RUN-BLOCKED TO TRUE
                        END-IF
                        IF PC-STATUS = 'M'
                                DISPLAY 'SAMPLE: PARTITION '
                                    WS-PARTITION-ID
                                    ' ALREADY MERGED - RUN REFUSED'
                                SET WS-RUN-BLOCKED TO TRUE
                        END-IF
                        MOVE PC-SOURCE TO WS-PART-SOURCE
                        MOVE PC-RECORDS-SENT TO WS-PART-SENT
                END-READ
                CLOSE PARTITION-CONTROL

                IF WS-RUN-BLOCKED
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'PARTITION RUN REFUSED - CONTROL RECORD'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                END-IF.

        0050-READ-CALENDAR.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-PROCESS-DATE
                        END-IF
                END-IF.

        0070-READ-HANDOFF.
                MOVE ZEROS TO WS-HO-ACTUAL-TABLE
                OPEN INPUT HANDOFF-IN
                READ HANDOFF-IN INTO WS-HANDOFF-CONTROL
                    AT END
                        DISPLAY 'SAMPLE: NO HANDOFF CONTROL RECORD - '
                            'INPUT WILL NOT BE VERIFIED'
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE 'NO HANDOFF RECORD - INPUT NOT VERIFIED'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        IF WS-SEVERITY-RC < 4
                                MOVE 4 TO WS-SEVERITY-RC
                        END-IF
                    NOT AT END
                        SET WS-HANDOFF-PRESENT TO TRUE
                END-READ
                CLOSE HANDOFF-IN

                IF WS-HANDOFF-PRESENT
                   AND HO-COLLECT-DATE NOT = WS-PROCESS-DATE
                        DISPLAY 'SAMPLE: HANDOFF WAS COLLECTED FOR '
                            HO-COLLECT-DATE ' NOT ' WS-PROCESS-DATE
                            ' - RUN REFUSED'
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'RUN REFUSED - HANDOFF FROM ANOTHER DATE'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        PERFORM 0080-PRINT-HANDOFF-REFUSAL
                        SET WS-RUN-BLOCKED TO TRUE
                END-IF.

        0080-PRINT-HANDOFF-REFUSAL.
                OPEN OUTPUT REPORT-OUT

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'SAMPLE END-OF-JOB CONTROL REPORT'
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF COLLECTION DATE..: ' HO-COLLECT-DATE
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'OPEN PROCESSING DATE.....: ' WS-PROCESS-DATE
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING '*** HANDOFF IS FROM ANOTHER PROCESSING DATE - '
                    'RUN REFUSED ***'
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                CLOSE REPORT-OUT.

        0100-INITIALIZE.
                OPEN INPUT NUMBERS-IN
                     OUTPUT NUMBERS-OUT
                     OUTPUT REJECT-OUT.

                MOVE SPACES TO WS-SEEN-TABLE
                MOVE ZEROS TO WS-DUP-BATCH-TABLE
                                MOVE CTL-REJ-PCT-LIMIT
                                    TO WS-REJ-PCT-LIMIT
                        END-IF
                        IF LS-PARM-AREA(1:3) = SPACES
                                MOVE CTL-TERMINATOR TO WS-TERMINATOR
                        END-IF
                END-IF
                CLOSE CONTROL-IN.

                IF LS-PARM-AREA(1:3) NOT = SPACES
                        MOVE LS-PARM-AREA(1:3) TO WS-TERMINATOR
                END-IF.

                PERFORM 0300-LOAD-CLASS-MASTER.
                PERFORM 0200-RESTART-FROM-CHECKPOINT.

                IF WS-PARTITION-RUN
                   AND WS-RESTART-COUNT = 0
                        OPEN OUTPUT AUDIT-OUT
                ELSE
                        OPEN EXTEND AUDIT-OUT
                END-IF.
                PERFORM 4100-WRITE-RUN-STATUS.

        0300-LOAD-CLASS-MASTER.
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CHK-PARTITION = WS-PARTITION-ID
                                MOVE CHK-RECORDS-PROCESSED
                                    TO WS-RESTART-COUNT
                        ELSE
                                DISPLAY 'SAMPLE: CHECKPOINT WAS TAKEN '
                                    'FOR PARTITION ' CHK-PARTITION
                                    ' - IGNORED, RUN STARTS AT TOP'
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE.

                        IF WS-NOT-EOF
                                ADD 1 TO WS-SKIP-CTR
                                ADD 1 TO WS-RECORDS-PHYSICAL
                                PERFORM 1100-TALLY-HANDOFF
                        END-IF
                END-PERFORM.

                        IF WS-NOT-EOF
                                ADD 1 TO WS-RECORDS-PHYSICAL
                                ADD 1 TO WS-SINCE-CHECKPOINT
                                PERFORM 1100-TALLY-HANDOFF
                                PERFORM 2000-VALIDATE-NUMBER
                                IF WS-CHECKPOINT-INT > 0
                                   AND WS-SINCE-CHECKPOINT
                        END-IF
                END-PERFORM.

        1100-TALLY-HANDOFF.
                IF WS-HANDOFF-PRESENT
                        MOVE 0 TO WS-HO-VALUE-NUM
                        IF IN-VALUE NUMERIC
                                MOVE IN-VALUE TO WS-HO-VALUE-X
                                ADD WS-HO-VALUE-NUM TO WS-HO-HASH-TOTAL
                        END-IF
                        MOVE 0 TO WS-HO-IX WS-HO-MATCH-IX
                        PERFORM 1110-FIND-HANDOFF-SOURCE
                            UNTIL WS-HO-IX >= HO-SOURCE-COUNT
                            OR WS-HO-MATCH-IX > 0
                        IF WS-HO-MATCH-IX > 0
                                ADD 1 TO WS-HO-ACT-COUNT
                                    (WS-HO-MATCH-IX)
                                ADD WS-HO-VALUE-NUM TO WS-HO-ACT-HASH
                                    (WS-HO-MATCH-IX)
                        ELSE
                                ADD 1 TO WS-HO-STRAY-COUNT
                        END-IF
                END-IF.

        1110-FIND-HANDOFF-SOURCE.
                ADD 1 TO WS-HO-IX
                IF HO-SOURCE-ID (WS-HO-IX) = IN-SOURCE
                        MOVE WS-HO-IX TO WS-HO-MATCH-IX
                END-IF.

        5000-ACCUMULATE-STATS.
                ADD WS-N-NUM TO WS-STAT-TOTAL
                IF WS-CLASS-MATCH-IX > 0
                MOVE WS-CURRENT-DATE-TIME(9:8) TO AUD-RUN-TIME
                MOVE IN-SOURCE TO AUD-SOURCE
                MOVE WS-BATCH-NUMBER TO AUD-BATCH
                MOVE SPACE TO AUD-STATUS
                WRITE AUDIT-OUT-RECORD.

        4000-WRITE-CHECKPOINT.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-RECORDS-PHYSICAL TO CHK-RECORDS-PROCESSED
                MOVE WS-CURRENT-DATE-TIME(1:8) TO CHK-RUN-DATE
                MOVE WS-PARTITION-ID TO CHK-PARTITION
                OPEN OUTPUT CHECKPOINT-FILE
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                IF WS-PARTITION-RUN
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING 'SOURCE PARTITION..........: '
                            WS-PARTITION-ID ' SOURCE ' WS-PART-SOURCE
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES READ..............: ' WS-READ-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                END-IF

                PERFORM 9200-EVALUATE-TOLERANCE.
                PERFORM 9250-VERIFY-HANDOFF.

                CLOSE REPORT-OUT.

                MOVE WS-STAT-MIN TO RH-STAT-MIN
                MOVE WS-STAT-MAX TO RH-STAT-MAX
                MOVE WS-STAT-AVG TO RH-STAT-AVG
                MOVE SPACE TO RH-STATUS

                WRITE RUN-HISTORY-RECORD
                    INVALID KEY
                END-WRITE
                CLOSE XMIT-LOG.

        9500-WRITE-PARTITION-CONTROL.
                MOVE SPACES TO PARTITION-CONTROL-RECORD
                MOVE WS-PARTITION-NUM TO PC-PARTITION
                MOVE WS-PART-SOURCE TO PC-SOURCE
                MOVE 'E' TO PC-STATUS
                MOVE WS-PROCESS-DATE TO PC-RUN-DATE
                MOVE WS-PART-SENT TO PC-RECORDS-SENT
                MOVE WS-RECORDS-PHYSICAL TO PC-RECORDS-PHYSICAL
                MOVE WS-HO-HASH-TOTAL TO PC-HASH-TOTAL
                MOVE WS-READ-COUNT TO PC-READ-COUNT
                MOVE WS-DISPLAY-COUNT TO PC-EXTRACT-COUNT
                MOVE WS-REJECT-COUNT TO PC-REJECT-COUNT
                MOVE WS-DUP-COUNT TO PC-DUP-COUNT
                MOVE WS-TERM-COUNT TO PC-TERM-COUNT
                IF WS-TOLERANCE-TRIPPED
                        MOVE 'H' TO PC-LAST-BATCH
                ELSE
                    IF WS-LAST-BATCH-TERMINATED
                        MOVE 'T' TO PC-LAST-BATCH
                    ELSE
                        MOVE 'I' TO PC-LAST-BATCH
                    END-IF
                END-IF
                MOVE WS-STAT-TOTAL TO PC-STAT-TOTAL
                MOVE WS-STAT-MIN TO PC-STAT-MIN
                MOVE WS-STAT-MAX TO PC-STAT-MAX
                MOVE WS-SEVERITY-RC TO PC-RETURN-CODE
                MOVE WS-CLASS-COUNT TO PC-CATEGORY-COUNT
                MOVE 0 TO WS-CLASS-IX
                PERFORM 9510-SAVE-ONE-CATEGORY
                    UNTIL WS-CLASS-IX >= WS-CLASS-COUNT

                OPEN OUTPUT PARTITION-CONTROL
                WRITE PARTITION-CONTROL-RECORD
                CLOSE PARTITION-CONTROL.

        9510-SAVE-ONE-CATEGORY.
                ADD 1 TO WS-CLASS-IX
                MOVE WS-CLS-CATEGORY (WS-CLASS-IX)
                    TO PC-CAT-CODE (WS-CLASS-IX)
                MOVE WS-CLS-COUNT-ACC (WS-CLASS-IX)
                    TO PC-CAT-COUNT (WS-CLASS-IX)
                MOVE WS-CLS-TOTAL-ACC (WS-CLASS-IX)
                    TO PC-CAT-TOTAL (WS-CLASS-IX).

        9250-VERIFY-HANDOFF.
                MOVE SPACES TO REPORT-OUT-RECORD
                EVALUATE TRUE
                    WHEN NOT WS-HANDOFF-PRESENT
                        STRING 'HANDOFF CHECK............: '
                            'NO HANDOFF RECORD - NOT VERIFIED'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                    WHEN WS-TOLERANCE-TRIPPED
                        STRING 'HANDOFF CHECK............: '
                            'NOT DONE - EXTRACT HALTED'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                    WHEN OTHER
                        PERFORM 9260-COMPARE-HANDOFF
                END-EVALUATE.

        9260-COMPARE-HANDOFF.
                IF WS-PARTITION-RUN
                        MOVE 0 TO WS-HO-IX WS-HO-MATCH-IX
                                  WS-HO-SENT-COUNT WS-HO-SENT-HASH
                                  WS-HO-GOT-HASH
                        PERFORM 9270-FIND-PARTITION-SOURCE
                            UNTIL WS-HO-IX >= HO-SOURCE-COUNT
                            OR WS-HO-MATCH-IX > 0
                        IF WS-HO-MATCH-IX > 0
                                MOVE HO-SOURCE-RECORDS (WS-HO-MATCH-IX)
                                    TO WS-HO-SENT-COUNT
                                MOVE HO-SOURCE-HASH (WS-HO-MATCH-IX)
                                    TO WS-HO-SENT-HASH
                                MOVE WS-HO-ACT-HASH (WS-HO-MATCH-IX)
                                    TO WS-HO-GOT-HASH
                                COMPUTE WS-HO-STRAY-COUNT =
                                    WS-RECORDS-PHYSICAL
                                    - WS-HO-ACT-COUNT (WS-HO-MATCH-IX)
                        ELSE
                                MOVE WS-RECORDS-PHYSICAL
                                    TO WS-HO-STRAY-COUNT
                        END-IF
                ELSE
                        MOVE HO-RECORD-COUNT TO WS-HO-SENT-COUNT
                        MOVE HO-HASH-TOTAL TO WS-HO-SENT-HASH
                        MOVE WS-HO-HASH-TOTAL TO WS-HO-GOT-HASH
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF COLLECTION DATE..: ' HO-COLLECT-DATE
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF RECORDS SENT.....: ' WS-HO-SENT-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF RECORDS RECEIVED.: '
                    WS-RECORDS-PHYSICAL
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF HASH SENT........: ' WS-HO-SENT-HASH
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF HASH RECEIVED....: ' WS-HO-GOT-HASH
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                IF WS-HO-SENT-COUNT NOT = WS-RECORDS-PHYSICAL
                   OR WS-HO-SENT-HASH NOT = WS-HO-GOT-HASH
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-IF

                IF WS-PARTITION-RUN
                        IF WS-HO-MATCH-IX > 0
                                MOVE WS-HO-MATCH-IX TO WS-HO-IX
                                PERFORM 9280-PRINT-HANDOFF-SOURCE
                        END-IF
                ELSE
                        MOVE 0 TO WS-HO-IX
                        PERFORM 9290-PRINT-NEXT-SOURCE
                            UNTIL WS-HO-IX >= HO-SOURCE-COUNT
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'RECORDS NOT IN HANDOFF...: ' WS-HO-STRAY-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD
                IF WS-HO-STRAY-COUNT > 0
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                IF WS-HANDOFF-MISMATCH
                        MOVE 12 TO WS-SEVERITY-RC
                        DISPLAY 'SAMPLE: INPUT DOES NOT AGREE WITH '
                            'THE SAMPCOLL HANDOFF - SEE PROOF REPORT'
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'INPUT DOES NOT AGREE WITH HANDOFF'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        STRING '*** HANDOFF CONTROL MISMATCH - INPUT '
                            'INCOMPLETE OR ALTERED ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                ELSE
                        STRING 'HANDOFF CHECK............: '
                            'AGREES WITH SAMPCOLL'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                END-IF
                WRITE REPORT-OUT-RECORD.

        9270-FIND-PARTITION-SOURCE.
                ADD 1 TO WS-HO-IX
                IF HO-SOURCE-ID (WS-HO-IX) = WS-PART-SOURCE
                        MOVE WS-HO-IX TO WS-HO-MATCH-IX
                END-IF.

        9280-PRINT-HANDOFF-SOURCE.
                MOVE HO-SOURCE-ID (WS-HO-IX) TO WS-HSL-SOURCE
                MOVE HO-SOURCE-RECORDS (WS-HO-IX) TO WS-HSL-SENT
                MOVE WS-HO-ACT-COUNT (WS-HO-IX) TO WS-HSL-GOT
                IF HO-SOURCE-RECORDS (WS-HO-IX)
                   = WS-HO-ACT-COUNT (WS-HO-IX)
                   AND HO-SOURCE-HASH (WS-HO-IX)
                   = WS-HO-ACT-HASH (WS-HO-IX)
                        MOVE 'AGREES' TO WS-HSL-VERDICT
                ELSE
                        MOVE '*** MISMATCH' TO WS-HSL-VERDICT
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-IF
                MOVE WS-HO-SOURCE-LINE TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9290-PRINT-NEXT-SOURCE.
                ADD 1 TO WS-HO-IX
                PERFORM 9280-PRINT-HANDOFF-SOURCE.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
