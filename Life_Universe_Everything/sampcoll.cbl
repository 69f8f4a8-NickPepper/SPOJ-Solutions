                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COLLECT-RPT ASSIGN TO "COLLRPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART1-OUT ASSIGN TO "NUMBERSP1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART2-OUT ASSIGN TO "NUMBERSP2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART3-OUT ASSIGN TO "NUMBERSP3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART4-OUT ASSIGN TO "NUMBERSP4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART5-OUT ASSIGN TO "NUMBERSP5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART1-CONTROL ASSIGN TO "PARTCTL1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART2-CONTROL ASSIGN TO "PARTCTL2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART3-CONTROL ASSIGN TO "PARTCTL3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART4-CONTROL ASSIGN TO "PARTCTL4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PART5-CONTROL ASSIGN TO "PARTCTL5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HANDOFF-OUT ASSIGN TO "HANDOFF"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD COMBINED-OUT
            LABEL RECORDS ARE STANDARD.
        01 COMBINED-OUT-RECORD PIC X(06).

        FD COLLECT-RPT
            LABEL RECORDS ARE STANDARD.
        01 COLLECT-RPT-RECORD PIC X(80).

        FD PART1-OUT
            LABEL RECORDS ARE STANDARD.
        01 PART1-OUT-RECORD PIC X(06).

        FD PART2-OUT
            LABEL RECORDS ARE STANDARD.
        01 PART2-OUT-RECORD PIC X(06).

        FD PART3-OUT
            LABEL RECORDS ARE STANDARD.
        01 PART3-OUT-RECORD PIC X(06).

        FD PART4-OUT
            LABEL RECORDS ARE STANDARD.
        01 PART4-OUT-RECORD PIC X(06).

        FD PART5-OUT
            LABEL RECORDS ARE STANDARD.
        01 PART5-OUT-RECORD PIC X(06).

        FD PART1-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PART1-CONTROL-RECORD PIC X(572).

        FD PART2-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PART2-CONTROL-RECORD PIC X(572).

        FD PART3-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PART3-CONTROL-RECORD PIC X(572).

        FD PART4-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PART4-CONTROL-RECORD PIC X(572).

        FD PART5-CONTROL
            LABEL RECORDS ARE STANDARD.
        01 PART5-CONTROL-RECORD PIC X(572).

        FD CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD HANDOFF-OUT
            LABEL RECORDS ARE STANDARD.
        01 HANDOFF-OUT-RECORD.
            COPY HANDOFRC.

        WORKING-STORAGE SECTION.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
        77 WS-SRC-COUNT PIC 9(03) VALUE 0.
        77 WS-SRC-IX PIC 9(03) VALUE 0.
        77 WS-OUT-COUNT PIC 9(09) VALUE 0.
        77 WS-PARTITION-SW PIC X VALUE 'N'.
            88 WS-PARTITIONING VALUE 'Y'.
        77 WS-CAL-EOF-SW PIC X VALUE 'N'.
            88 WS-CAL-EOF VALUE 'Y'.
            88 WS-CAL-NOT-EOF VALUE 'N'.
        77 WS-COLLECT-DATE PIC X(08) VALUE SPACES.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-HASH-TOTAL PIC 9(11) VALUE 0.
        01 WS-VALUE-WORK.
            05 WS-VALUE-X          PIC X(02).
            05 WS-VALUE-NUM REDEFINES WS-VALUE-X
                                   PIC 9(02).
        01 WS-OUT-RECORD.
            05 OUT-VALUE           PIC X(02).
            05 OUT-OVERFLOW        PIC X(01).
            05 OUT-SOURCE          PIC X(03).
        01 WS-PARTITION-CONTROL.
            COPY PARTCTLRC.
        01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 5 TIMES.
                10 WS-SRC-ID           PIC X(03).
                10 WS-SRC-MAX          PIC 9(09).
                10 WS-SRC-REQUIRED     PIC X(01).
                10 WS-SRC-READ-COUNT   PIC 9(09).
                10 WS-SRC-HASH         PIC 9(11).
        01 WS-SOURCE-LINE.
            05 WS-SL-ID            PIC X(03).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-SL-VERDICT       PIC X(28).

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(01).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                IF LS-PARM-AREA = 'P'
                        SET WS-PARTITIONING TO TRUE
                END-IF

                PERFORM 0500-READ-CALENDAR
                PERFORM 1000-LOAD-SOURCE-MASTER

                IF WS-PARTITIONING
                        OPEN OUTPUT PART1-OUT PART2-OUT PART3-OUT
                                    PART4-OUT PART5-OUT
                                    PART1-CONTROL PART2-CONTROL
                                    PART3-CONTROL PART4-CONTROL
                                    PART5-CONTROL
                END-IF

                OPEN INPUT SOURCE1-IN
                     INPUT SOURCE2-IN
                     INPUT SOURCE3-IN

                CLOSE SOURCE1-IN SOURCE2-IN SOURCE3-IN
                      SOURCE4-IN SOURCE5-IN COMBINED-OUT
                PERFORM 8300-WRITE-HANDOFF

                IF WS-PARTITIONING
                        MOVE 0 TO WS-SRC-IX
                        PERFORM 8200-WRITE-PARTITION-CONTROL
                            UNTIL WS-SRC-IX >= WS-SRC-COUNT
                        CLOSE PART1-OUT PART2-OUT PART3-OUT
                              PART4-OUT PART5-OUT
                              PART1-CONTROL PART2-CONTROL
                              PART3-CONTROL PART4-CONTROL
                              PART5-CONTROL
                END-IF

                PERFORM 9000-PRINT-COLLECTION-REPORT

                END-IF
                GOBACK.

        0500-READ-CALENDAR.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-COLLECT-DATE
                OPEN INPUT CALENDAR-FILE
                PERFORM 0510-READ-ONE-CAL-DAY UNTIL WS-CAL-EOF
                CLOSE CALENDAR-FILE.

        0510-READ-ONE-CAL-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-CAL-EOF TO TRUE
                END-READ
                IF WS-CAL-NOT-EOF
                        IF CAL-STATUS = 'O'
                                MOVE CAL-DATE TO WS-COLLECT-DATE
                                SET WS-CAL-EOF TO TRUE
                        END-IF
                END-IF.

        1000-LOAD-SOURCE-MASTER.
                OPEN INPUT SOURCE-MASTER
                PERFORM 1100-LOAD-ONE-SOURCE UNTIL WS-MST-EOF
                                       (WS-SRC-COUNT)
                                MOVE 0 TO WS-SRC-READ-COUNT
                                    (WS-SRC-COUNT)
                                MOVE 0 TO WS-SRC-HASH (WS-SRC-COUNT)
                        ELSE
                                DISPLAY 'SAMPCOLL: SOURCE MASTER '
                                    'HAS MORE THAN FIVE SOURCES '
                MOVE 0 TO WS-SRC-MIN (WS-SRC-IX)
                MOVE 0 TO WS-SRC-MAX (WS-SRC-IX)
                MOVE 'O' TO WS-SRC-REQUIRED (WS-SRC-IX)
                MOVE 0 TO WS-SRC-READ-COUNT (WS-SRC-IX)
                MOVE 0 TO WS-SRC-HASH (WS-SRC-IX).

        2000-COLLECT-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                PERFORM 3000-READ-CURRENT-SOURCE
                IF WS-NOT-EOF
                        ADD 1 TO WS-SRC-READ-COUNT (WS-SRC-IX)
                        IF OUT-VALUE NUMERIC
                                MOVE OUT-VALUE TO WS-VALUE-X
                                ADD WS-VALUE-NUM
                                    TO WS-SRC-HASH (WS-SRC-IX)
                                       WS-HASH-TOTAL
                        END-IF
                        MOVE WS-SRC-ID (WS-SRC-IX) TO OUT-SOURCE
                        PERFORM 8000-WRITE-COMBINED
                END-IF.
                END-EVALUATE.

        8000-WRITE-COMBINED.
                WRITE COMBINED-OUT-RECORD FROM WS-OUT-RECORD
                ADD 1 TO WS-OUT-COUNT
                IF WS-PARTITIONING
                        PERFORM 8100-WRITE-PARTITION
                END-IF.

        8100-WRITE-PARTITION.
                EVALUATE WS-SRC-IX
                    WHEN 1
                        WRITE PART1-OUT-RECORD
                            FROM WS-OUT-RECORD
                    WHEN 2
                        WRITE PART2-OUT-RECORD
                            FROM WS-OUT-RECORD
                    WHEN 3
                        WRITE PART3-OUT-RECORD
                            FROM WS-OUT-RECORD
                    WHEN 4
                        WRITE PART4-OUT-RECORD
                            FROM WS-OUT-RECORD
                    WHEN 5
                        WRITE PART5-OUT-RECORD
                            FROM WS-OUT-RECORD
                END-EVALUATE.

        8200-WRITE-PARTITION-CONTROL.
                ADD 1 TO WS-SRC-IX
                MOVE SPACES TO WS-PARTITION-CONTROL
                MOVE WS-SRC-IX TO PC-PARTITION
                MOVE WS-SRC-ID (WS-SRC-IX) TO PC-SOURCE
                MOVE 'P' TO PC-STATUS
                MOVE WS-SRC-READ-COUNT (WS-SRC-IX)
                    TO PC-RECORDS-SENT
                MOVE 0 TO PC-RECORDS-PHYSICAL PC-HASH-TOTAL
                          PC-READ-COUNT
                          PC-EXTRACT-COUNT PC-REJECT-COUNT
                          PC-DUP-COUNT PC-TERM-COUNT PC-STAT-TOTAL
                          PC-STAT-MIN PC-STAT-MAX PC-RETURN-CODE
                          PC-CATEGORY-COUNT
                EVALUATE WS-SRC-IX
                    WHEN 1
                        WRITE PART1-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                    WHEN 2
                        WRITE PART2-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                    WHEN 3
                        WRITE PART3-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                    WHEN 4
                        WRITE PART4-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                    WHEN 5
                        WRITE PART5-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                END-EVALUATE.

        8300-WRITE-HANDOFF.
                MOVE SPACES TO HANDOFF-OUT-RECORD
                MOVE WS-COLLECT-DATE TO HO-COLLECT-DATE
                MOVE WS-OUT-COUNT TO HO-RECORD-COUNT
                MOVE WS-HASH-TOTAL TO HO-HASH-TOTAL
                MOVE WS-SRC-COUNT TO HO-SOURCE-COUNT
                MOVE 0 TO WS-SRC-IX
                PERFORM 8310-SAVE-ONE-SOURCE
                    UNTIL WS-SRC-IX >= WS-SRC-COUNT
                OPEN OUTPUT HANDOFF-OUT
                WRITE HANDOFF-OUT-RECORD
                CLOSE HANDOFF-OUT.

        8310-SAVE-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                MOVE WS-SRC-ID (WS-SRC-IX) TO HO-SOURCE-ID (WS-SRC-IX)
                MOVE WS-SRC-READ-COUNT (WS-SRC-IX)
                    TO HO-SOURCE-RECORDS (WS-SRC-IX)
                MOVE WS-SRC-HASH (WS-SRC-IX)
                    TO HO-SOURCE-HASH (WS-SRC-IX).

        9000-PRINT-COLLECTION-REPORT.
                OPEN OUTPUT COLLECT-RPT
                    DELIMITED BY SIZE INTO COLLECT-RPT-RECORD
                WRITE COLLECT-RPT-RECORD

                MOVE SPACES TO COLLECT-RPT-RECORD
                STRING 'COLLECTED FOR DATE.......: ' WS-COLLECT-DATE
                    DELIMITED BY SIZE INTO COLLECT-RPT-RECORD
                WRITE COLLECT-RPT-RECORD

                MOVE SPACES TO COLLECT-RPT-RECORD
                STRING 'HANDOFF HASH TOTAL.......: ' WS-HASH-TOTAL
                    DELIMITED BY SIZE INTO COLLECT-RPT-RECORD
                WRITE COLLECT-RPT-RECORD

                IF WS-PARTITIONING
                        MOVE SPACES TO COLLECT-RPT-RECORD
                        STRING 'SOURCE PARTITIONS WRITTEN: '
                            WS-SRC-COUNT
                            DELIMITED BY SIZE INTO COLLECT-RPT-RECORD
                        WRITE COLLECT-RPT-RECORD
                END-IF

                IF WS-COLLECTION-SHORT
                        MOVE SPACES TO COLLECT-RPT-RECORD
                        STRING '*** COLLECTION SHORT - HOLD '
