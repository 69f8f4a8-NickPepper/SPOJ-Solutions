        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPMRGE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PART1-CONTROL ASSIGN TO "PARTCTL1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART2-CONTROL ASSIGN TO "PARTCTL2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART3-CONTROL ASSIGN TO "PARTCTL3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART4-CONTROL ASSIGN TO "PARTCTL4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART5-CONTROL ASSIGN TO "PARTCTL5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART1-EXTRACT ASSIGN TO "NUMBERSO1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART2-EXTRACT ASSIGN TO "NUMBERSO2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART3-EXTRACT ASSIGN TO "NUMBERSO3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART4-EXTRACT ASSIGN TO "NUMBERSO4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART5-EXTRACT ASSIGN TO "NUMBERSO5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART1-REJECTS ASSIGN TO "REJECTP1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART2-REJECTS ASSIGN TO "REJECTP2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART3-REJECTS ASSIGN TO "REJECTP3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART4-REJECTS ASSIGN TO "REJECTP4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART5-REJECTS ASSIGN TO "REJECTP5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART1-AUDIT ASSIGN TO "AUDITP1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART2-AUDIT ASSIGN TO "AUDITP2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART3-AUDIT ASSIGN TO "AUDITP3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART4-AUDIT ASSIGN TO "AUDITP4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PART5-AUDIT ASSIGN TO "AUDITP5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NUMBERS-OUT ASSIGN TO "NUMBERSOUT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REJECT-OUT ASSIGN TO "REJECTS"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUDIT-OUT ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTROL-IN ASSIGN TO "CONTROLIN"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-OUT ASSIGN TO "PROOFRPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RH-KEY.
            SELECT OPTIONAL XMIT-LOG ASSIGN TO "XMITLOG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XMT-KEY.
            SELECT OPTIONAL RUN-STATUS ASSIGN TO "RUNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HANDOFF-IN ASSIGN TO "HANDOFF"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD PART1-EXTRACT
            LABEL RECORDS ARE STANDARD.
        01 PART1-EXTRACT-RECORD PIC X(30).

        FD PART2-EXTRACT
            LABEL RECORDS ARE STANDARD.
        01 PART2-EXTRACT-RECORD PIC X(30).

        FD PART3-EXTRACT
            LABEL RECORDS ARE STANDARD.
        01 PART3-EXTRACT-RECORD PIC X(30).

        FD PART4-EXTRACT
            LABEL RECORDS ARE STANDARD.
        01 PART4-EXTRACT-RECORD PIC X(30).

        FD PART5-EXTRACT
            LABEL RECORDS ARE STANDARD.
        01 PART5-EXTRACT-RECORD PIC X(30).

        FD PART1-REJECTS
            LABEL RECORDS ARE STANDARD.
        01 PART1-REJECTS-RECORD PIC X(53).

        FD PART2-REJECTS
            LABEL RECORDS ARE STANDARD.
        01 PART2-REJECTS-RECORD PIC X(53).

        FD PART3-REJECTS
            LABEL RECORDS ARE STANDARD.
        01 PART3-REJECTS-RECORD PIC X(53).

        FD PART4-REJECTS
            LABEL RECORDS ARE STANDARD.
        01 PART4-REJECTS-RECORD PIC X(53).

        FD PART5-REJECTS
            LABEL RECORDS ARE STANDARD.
        01 PART5-REJECTS-RECORD PIC X(53).

        FD PART1-AUDIT
            LABEL RECORDS ARE STANDARD.
        01 PART1-AUDIT-RECORD PIC X(36).

        FD PART2-AUDIT
            LABEL RECORDS ARE STANDARD.
        01 PART2-AUDIT-RECORD PIC X(36).

        FD PART3-AUDIT
            LABEL RECORDS ARE STANDARD.
        01 PART3-AUDIT-RECORD PIC X(36).

        FD PART4-AUDIT
            LABEL RECORDS ARE STANDARD.
        01 PART4-AUDIT-RECORD PIC X(36).

        FD PART5-AUDIT
            LABEL RECORDS ARE STANDARD.
        01 PART5-AUDIT-RECORD PIC X(36).

        FD NUMBERS-OUT
            LABEL RECORDS ARE STANDARD.
        01 NUMBERS-OUT-RECORD.
            COPY EXTRACTRC.

        FD REJECT-OUT
            LABEL RECORDS ARE STANDARD.
        01 REJECT-OUT-RECORD.
            COPY REJECTRC.

        FD AUDIT-OUT
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-OUT-RECORD.
            COPY AUDITRC.

        FD CONTROL-IN
            LABEL RECORDS ARE STANDARD.
        01 CONTROL-IN-RECORD.
            COPY CONTROLRC.

        FD REPORT-OUT
            LABEL RECORDS ARE STANDARD.
        01 REPORT-OUT-RECORD PIC X(80).

        FD RUN-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 RUN-HISTORY-RECORD.
            COPY RUNHISTRC.

        FD XMIT-LOG
            LABEL RECORDS ARE STANDARD.
        01 XMIT-LOG-RECORD.
            COPY XMITRC.

        FD RUN-STATUS
            LABEL RECORDS ARE STANDARD.
        01 RUN-STATUS-RECORD.
            COPY STATRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        FD HANDOFF-IN
            LABEL RECORDS ARE STANDARD.
        01 HANDOFF-IN-RECORD PIC X(144).

        WORKING-STORAGE SECTION.
        77 WS-PART-EOF-SW PIC X VALUE 'N'.
            88 WS-PART-EOF VALUE 'Y'.
            88 WS-PART-NOT-EOF VALUE 'N'.
        77 WS-CTL-EOF-SW PIC X VALUE 'N'.
            88 WS-CTL-EOF VALUE 'Y'.
        77 WS-RH-EOF-SW PIC X VALUE 'N'.
            88 WS-RH-EOF VALUE 'Y'.
            88 WS-RH-NOT-EOF VALUE 'N'.
        77 WS-REFUSED-SW PIC X VALUE 'N'.
            88 WS-MERGE-REFUSED VALUE 'Y'.
        77 WS-BALANCE-SW PIC X VALUE 'Y'.
            88 WS-MERGE-BALANCED VALUE 'Y'.
            88 WS-MERGE-UNBALANCED VALUE 'N'.
        77 WS-LAST-TERM-SW PIC X VALUE 'N'.
            88 WS-LAST-BATCH-TERMINATED VALUE 'Y'.
            88 WS-LAST-BATCH-INCOMPLETE VALUE 'N'.
        77 WS-TOLERANCE-SW PIC X VALUE 'N'.
            88 WS-TOLERANCE-TRIPPED VALUE 'Y'.
        77 WS-CAT-FOUND-SW PIC X VALUE 'N'.
            88 WS-CAT-FOUND VALUE 'Y'.
        77 WS-HO-PRESENT-SW PIC X VALUE 'N'.
            88 WS-HANDOFF-PRESENT VALUE 'Y'.
        77 WS-HO-MISMATCH-SW PIC X VALUE 'N'.
            88 WS-HANDOFF-MISMATCH VALUE 'Y'.
        77 WS-HO-IX PIC 9(03) VALUE 0.
        77 WS-HO-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-HO-HASH-TOTAL PIC 9(11) VALUE 0.
        77 WS-PART-IX PIC 9(03) VALUE 0.
        77 WS-PART-COUNT PIC 9(03) VALUE 0.
        77 WS-PART-DISP PIC 9(01) VALUE 0.
        77 WS-PC-IX PIC 9(03) VALUE 0.
        77 WS-CAT-IX PIC 9(03) VALUE 0.
        77 WS-CAT-COUNT PIC 9(03) VALUE 0.
        77 WS-RECORDS-PHYSICAL PIC 9(09) VALUE 0.
        77 WS-READ-COUNT PIC 9(09) VALUE 0.
        77 WS-DISPLAY-COUNT PIC 9(09) VALUE 0.
        77 WS-TERM-COUNT PIC 9(09) VALUE 0.
        77 WS-REJECT-COUNT PIC 9(09) VALUE 0.
        77 WS-DUP-COUNT PIC 9(09) VALUE 0.
        77 WS-STAT-TOTAL PIC 9(11) VALUE 0.
        77 WS-STAT-MIN PIC 9(03) VALUE 99.
        77 WS-STAT-MAX PIC 9(03) VALUE 0.
        77 WS-STAT-AVG PIC 9(03)V9(02) VALUE 0.
        77 WS-REJ-WARN-LIMIT PIC 9(05) VALUE 0.
        77 WS-REJ-STOP-LIMIT PIC 9(05) VALUE 0.
        77 WS-REJ-PCT-LIMIT PIC 9(03) VALUE 0.
        77 WS-REJ-PCT PIC 9(03) VALUE 0.
        77 WS-REJ-PCT-WORK PIC 9(11) VALUE 0.
        77 WS-SEVERITY-RC PIC 9(04) VALUE 0.
        77 WS-RUN-NUMBER PIC 9(03) VALUE 1.
        77 WS-PROCESS-DATE PIC X(08) VALUE SPACES.
        77 WS-REC-ORDINAL PIC 9(09) VALUE 0.
        77 WS-PREV-SEQ PIC 9(09) VALUE 0.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        01 WS-PARTITION-CONTROL.
            COPY PARTCTLRC.
        01 WS-HANDOFF-CONTROL.
            COPY HANDOFRC.
        01 WS-HO-CHECK-TABLE.
            05 WS-HO-CHECK-ENTRY OCCURS 5 TIMES.
                10 WS-HC-PART-IX       PIC 9(03).
                10 WS-HC-VERDICT       PIC X(12).
        01 WS-HO-SOURCE-LINE.
            05 FILLER              PIC X(15) VALUE 'HANDOFF SOURCE '.
            05 WS-HSL-SOURCE       PIC X(03).
            05 FILLER              PIC X(14) VALUE '.......: SENT '.
            05 WS-HSL-SENT         PIC 9(09).
            05 FILLER              PIC X(05) VALUE ' GOT '.
            05 WS-HSL-GOT          PIC 9(09).
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WS-HSL-VERDICT      PIC X(12).
        01 WS-AUDIT-WORK.
            05 WS-AW-VALUE         PIC X(02).
            05 WS-AW-SEQUENCE      PIC 9(09).
            05 FILLER              PIC X(25).
        01 WS-PART-TABLE.
            05 WS-PART-ENTRY OCCURS 5 TIMES.
                10 WS-PT-STATE         PIC X(01).
                10 WS-PT-SOURCE        PIC X(03).
                10 WS-PT-EXTRACTS      PIC 9(09).
                10 WS-PT-REJECTS       PIC 9(09).
                10 WS-PT-DUPS          PIC 9(09).
                10 WS-PT-RC            PIC 9(04).
                10 WS-PT-SEQ-BASE      PIC 9(09).
                10 WS-PT-BATCH-BASE    PIC 9(05).
                10 WS-PT-EXT-HELD      PIC 9(09).
                10 WS-PT-REJ-HELD      PIC 9(09).
                10 WS-PT-AUD-START     PIC 9(09).
                10 WS-PT-AUD-HELD      PIC 9(09).
                10 WS-PT-SHORT-READ    PIC X(01).
                10 WS-PT-PHYSICAL      PIC 9(09).
                10 WS-PT-HASH          PIC 9(11).
                10 WS-PT-IMAGE         PIC X(572).
        01 WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 20 TIMES.
                10 WS-CAT-CODE         PIC X(03).
                10 WS-CAT-COUNT-ACC    PIC 9(09).
                10 WS-CAT-TOTAL-ACC    PIC 9(11).

        PROCEDURE DIVISION.
        0000-MAIN.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-PROCESS-DATE

                PERFORM 1000-LOAD-PARTITIONS
                IF WS-MERGE-REFUSED
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'PARTITION MERGE REFUSED - SEE CONSOLE'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                PERFORM 1500-READ-CONTROL
                PERFORM 1600-COUNT-PARTITION-FILES
                MOVE 0 TO WS-PART-IX
                PERFORM 1700-CHECK-ONE-BALANCE
                    UNTIL WS-PART-IX >= 5
                IF WS-MERGE-BALANCED
                   AND NOT WS-HANDOFF-MISMATCH
                        PERFORM 2000-MERGE-EXTRACTS
                        PERFORM 3000-MERGE-REJECTS
                        PERFORM 4000-MERGE-AUDIT
                END-IF

                PERFORM 9000-PRINT-REPORT

                IF WS-MERGE-BALANCED
                   AND NOT WS-HANDOFF-MISMATCH
                        PERFORM 9300-WRITE-RUN-HISTORY
                        PERFORM 9400-REGISTER-EXTRACT
                        MOVE 0 TO WS-PART-IX
                        PERFORM 9600-MARK-ONE-MERGED
                            UNTIL WS-PART-IX >= 5
                        PERFORM 9500-WRITE-RUN-STATUS
                ELSE
                        IF WS-MERGE-UNBALANCED
                                DISPLAY 'SAMPMRGE: PARTITIONS DO NOT '
                                    'AGREE WITH THEIR CONTROL RECORDS'
                                    ' - SEE PROOF REPORT'
                        END-IF
                        IF WS-HANDOFF-MISMATCH
                                DISPLAY 'SAMPMRGE: PARTITIONS DO NOT '
                                    'AGREE WITH THE SAMPCOLL HANDOFF'
                                    ' - SEE PROOF REPORT'
                        END-IF
                END-IF

                MOVE WS-SEVERITY-RC TO RETURN-CODE
                GOBACK.

        1000-LOAD-PARTITIONS.
                MOVE 0 TO WS-PART-IX
                PERFORM 1100-LOAD-ONE-PARTITION
                    UNTIL WS-PART-IX >= 5

                IF WS-PART-COUNT = 0
                   AND NOT WS-MERGE-REFUSED
                        DISPLAY 'SAMPMRGE: NO ENDED PARTITIONS TO '
                            'MERGE - RUN SAMPCOLL WITH PARTITIONS '
                            'AND THE PARTITION RUNS FIRST'
                        SET WS-MERGE-REFUSED TO TRUE
                END-IF

                IF NOT WS-MERGE-REFUSED
                        PERFORM 1050-READ-HANDOFF
                END-IF.

        1050-READ-HANDOFF.
                OPEN INPUT HANDOFF-IN
                READ HANDOFF-IN INTO WS-HANDOFF-CONTROL
                    AT END
                        DISPLAY 'SAMPMRGE: NO HANDOFF CONTROL RECORD - '
                            'MERGE WILL NOT BE VERIFIED'
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE 'NO HANDOFF RECORD - MERGE NOT VERIFIED'
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
                        PERFORM 1060-CHECK-HANDOFF
                END-IF.

        1060-CHECK-HANDOFF.
                IF HO-COLLECT-DATE NOT = WS-PROCESS-DATE
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-IF
                IF WS-PART-COUNT NOT = HO-SOURCE-COUNT
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-IF

                MOVE 0 TO WS-HO-IX
                PERFORM 1070-MATCH-HANDOFF-SOURCE
                    UNTIL WS-HO-IX >= HO-SOURCE-COUNT
                    OR WS-HO-IX >= 5

                IF NOT WS-TOLERANCE-TRIPPED
                        IF WS-RECORDS-PHYSICAL NOT = HO-RECORD-COUNT
                        OR WS-HO-HASH-TOTAL NOT = HO-HASH-TOTAL
                                SET WS-HANDOFF-MISMATCH TO TRUE
                        END-IF
                END-IF.

        1070-MATCH-HANDOFF-SOURCE.
                ADD 1 TO WS-HO-IX
                MOVE 0 TO WS-PART-IX WS-HO-MATCH-IX
                PERFORM 1080-FIND-SOURCE-PARTITION
                    UNTIL WS-PART-IX >= 5
                    OR WS-HO-MATCH-IX > 0
                MOVE WS-HO-MATCH-IX TO WS-HC-PART-IX (WS-HO-IX)

                EVALUATE TRUE
                    WHEN WS-HO-MATCH-IX = 0
                        MOVE 'NO PARTITION' TO WS-HC-VERDICT (WS-HO-IX)
                        SET WS-HANDOFF-MISMATCH TO TRUE
                    WHEN WS-TOLERANCE-TRIPPED
                        MOVE 'NOT CHECKED' TO WS-HC-VERDICT (WS-HO-IX)
                    WHEN HO-SOURCE-RECORDS (WS-HO-IX)
                         = WS-PT-PHYSICAL (WS-HO-MATCH-IX)
                     AND HO-SOURCE-HASH (WS-HO-IX)
                         = WS-PT-HASH (WS-HO-MATCH-IX)
                        MOVE 'AGREES' TO WS-HC-VERDICT (WS-HO-IX)
                    WHEN OTHER
                        MOVE '*** MISMATCH' TO WS-HC-VERDICT (WS-HO-IX)
                        SET WS-HANDOFF-MISMATCH TO TRUE
                END-EVALUATE.

        1080-FIND-SOURCE-PARTITION.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                   AND WS-PT-SOURCE (WS-PART-IX)
                       = HO-SOURCE-ID (WS-HO-IX)
                        MOVE WS-PART-IX TO WS-HO-MATCH-IX
                END-IF.

        1100-LOAD-ONE-PARTITION.
                ADD 1 TO WS-PART-IX
                MOVE WS-PART-IX TO WS-PART-DISP
                MOVE SPACE TO WS-PT-STATE (WS-PART-IX)
                MOVE 'N' TO WS-PART-EOF-SW
                EVALUATE WS-PART-IX
                    WHEN 1
                        OPEN INPUT PART1-CONTROL
                        READ PART1-CONTROL INTO WS-PARTITION-CONTROL
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                        CLOSE PART1-CONTROL
                    WHEN 2
                        OPEN INPUT PART2-CONTROL
                        READ PART2-CONTROL INTO WS-PARTITION-CONTROL
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                        CLOSE PART2-CONTROL
                    WHEN 3
                        OPEN INPUT PART3-CONTROL
                        READ PART3-CONTROL INTO WS-PARTITION-CONTROL
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                        CLOSE PART3-CONTROL
                    WHEN 4
                        OPEN INPUT PART4-CONTROL
                        READ PART4-CONTROL INTO WS-PARTITION-CONTROL
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                        CLOSE PART4-CONTROL
                    WHEN 5
                        OPEN INPUT PART5-CONTROL
                        READ PART5-CONTROL INTO WS-PARTITION-CONTROL
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                        CLOSE PART5-CONTROL
                END-EVALUATE

                IF WS-PART-NOT-EOF
                        PERFORM 1200-CHECK-PARTITION
                END-IF.

        1200-CHECK-PARTITION.
                EVALUATE TRUE
                    WHEN PC-PARTITION NOT = WS-PART-DISP
                        DISPLAY 'SAMPMRGE: PARTCTL' WS-PART-DISP
                            ' HOLDS PARTITION ' PC-PARTITION
                        SET WS-MERGE-REFUSED TO TRUE
                    WHEN PC-STATUS = 'P'
                        DISPLAY 'SAMPMRGE: PARTITION ' WS-PART-DISP
                            ' SOURCE ' PC-SOURCE
                            ' HAS NOT BEEN RUN'
                        SET WS-MERGE-REFUSED TO TRUE
                    WHEN PC-STATUS = 'M'
                        DISPLAY 'SAMPMRGE: PARTITION ' WS-PART-DISP
                            ' SOURCE ' PC-SOURCE
                            ' IS ALREADY MERGED'
                        SET WS-MERGE-REFUSED TO TRUE
                    WHEN PC-STATUS NOT = 'E'
                        DISPLAY 'SAMPMRGE: PARTITION ' WS-PART-DISP
                            ' HAS UNKNOWN STATUS ' PC-STATUS
                        SET WS-MERGE-REFUSED TO TRUE
                    WHEN WS-PART-COUNT > 0
                     AND PC-RUN-DATE NOT = WS-PROCESS-DATE
                        DISPLAY 'SAMPMRGE: PARTITION ' WS-PART-DISP
                            ' WAS RUN FOR ' PC-RUN-DATE
                            ' NOT ' WS-PROCESS-DATE
                        SET WS-MERGE-REFUSED TO TRUE
                    WHEN OTHER
                        PERFORM 1300-ADD-PARTITION
                END-EVALUATE.

        1300-ADD-PARTITION.
                ADD 1 TO WS-PART-COUNT
                MOVE PC-RUN-DATE TO WS-PROCESS-DATE
                MOVE 'E' TO WS-PT-STATE (WS-PART-IX)
                MOVE PC-SOURCE TO WS-PT-SOURCE (WS-PART-IX)
                MOVE PC-EXTRACT-COUNT TO WS-PT-EXTRACTS (WS-PART-IX)
                MOVE PC-REJECT-COUNT TO WS-PT-REJECTS (WS-PART-IX)
                MOVE PC-DUP-COUNT TO WS-PT-DUPS (WS-PART-IX)
                MOVE PC-RETURN-CODE TO WS-PT-RC (WS-PART-IX)
                MOVE WS-DISPLAY-COUNT TO WS-PT-SEQ-BASE (WS-PART-IX)
                MOVE WS-TERM-COUNT TO WS-PT-BATCH-BASE (WS-PART-IX)
                MOVE 0 TO WS-PT-EXT-HELD (WS-PART-IX)
                          WS-PT-REJ-HELD (WS-PART-IX)
                          WS-PT-AUD-START (WS-PART-IX)
                          WS-PT-AUD-HELD (WS-PART-IX)
                MOVE PC-RECORDS-PHYSICAL TO WS-PT-PHYSICAL (WS-PART-IX)
                MOVE PC-HASH-TOTAL TO WS-PT-HASH (WS-PART-IX)
                MOVE WS-PARTITION-CONTROL TO WS-PT-IMAGE (WS-PART-IX)

                IF PC-RECORDS-PHYSICAL NOT = PC-RECORDS-SENT
                   AND PC-LAST-BATCH NOT = 'H'
                        MOVE 'Y' TO WS-PT-SHORT-READ (WS-PART-IX)
                        SET WS-MERGE-UNBALANCED TO TRUE
                ELSE
                        MOVE 'N' TO WS-PT-SHORT-READ (WS-PART-IX)
                END-IF

                ADD PC-RECORDS-PHYSICAL TO WS-RECORDS-PHYSICAL
                ADD PC-HASH-TOTAL TO WS-HO-HASH-TOTAL
                ADD PC-READ-COUNT TO WS-READ-COUNT
                ADD PC-EXTRACT-COUNT TO WS-DISPLAY-COUNT
                ADD PC-TERM-COUNT TO WS-TERM-COUNT
                ADD PC-REJECT-COUNT TO WS-REJECT-COUNT
                ADD PC-DUP-COUNT TO WS-DUP-COUNT
                ADD PC-STAT-TOTAL TO WS-STAT-TOTAL
                IF PC-EXTRACT-COUNT > 0
                        IF PC-STAT-MIN < WS-STAT-MIN
                                MOVE PC-STAT-MIN TO WS-STAT-MIN
                        END-IF
                        IF PC-STAT-MAX > WS-STAT-MAX
                                MOVE PC-STAT-MAX TO WS-STAT-MAX
                        END-IF
                END-IF

                IF PC-RECORDS-PHYSICAL > 0
                        IF PC-LAST-BATCH = 'T'
                                SET WS-LAST-BATCH-TERMINATED TO TRUE
                        ELSE
                                SET WS-LAST-BATCH-INCOMPLETE TO TRUE
                        END-IF
                END-IF
                IF PC-LAST-BATCH = 'H'
                        SET WS-TOLERANCE-TRIPPED TO TRUE
                END-IF
                IF PC-RETURN-CODE > WS-SEVERITY-RC
                        MOVE PC-RETURN-CODE TO WS-SEVERITY-RC
                END-IF

                MOVE 0 TO WS-PC-IX
                PERFORM 1400-ADD-ONE-CATEGORY
                    UNTIL WS-PC-IX >= PC-CATEGORY-COUNT
                    OR WS-PC-IX >= 20.

        1400-ADD-ONE-CATEGORY.
                ADD 1 TO WS-PC-IX
                MOVE 'N' TO WS-CAT-FOUND-SW
                MOVE 0 TO WS-CAT-IX
                PERFORM 1410-FIND-CATEGORY
                    UNTIL WS-CAT-IX >= WS-CAT-COUNT
                    OR WS-CAT-FOUND
                IF NOT WS-CAT-FOUND
                   AND WS-CAT-COUNT < 20
                        ADD 1 TO WS-CAT-COUNT
                        MOVE WS-CAT-COUNT TO WS-CAT-IX
                        MOVE PC-CAT-CODE (WS-PC-IX)
                            TO WS-CAT-CODE (WS-CAT-IX)
                        MOVE 0 TO WS-CAT-COUNT-ACC (WS-CAT-IX)
                                  WS-CAT-TOTAL-ACC (WS-CAT-IX)
                        SET WS-CAT-FOUND TO TRUE
                END-IF
                IF WS-CAT-FOUND
                        ADD PC-CAT-COUNT (WS-PC-IX)
                            TO WS-CAT-COUNT-ACC (WS-CAT-IX)
                        ADD PC-CAT-TOTAL (WS-PC-IX)
                            TO WS-CAT-TOTAL-ACC (WS-CAT-IX)
                END-IF.

        1410-FIND-CATEGORY.
                ADD 1 TO WS-CAT-IX
                IF WS-CAT-CODE (WS-CAT-IX) = PC-CAT-CODE (WS-PC-IX)
                        SET WS-CAT-FOUND TO TRUE
                END-IF.

        1500-READ-CONTROL.
                OPEN INPUT CONTROL-IN
                READ CONTROL-IN
                    AT END
                        SET WS-CTL-EOF TO TRUE
                END-READ
                IF NOT WS-CTL-EOF
                        IF CTL-REJ-WARN-LIMIT NUMERIC
                                MOVE CTL-REJ-WARN-LIMIT
                                    TO WS-REJ-WARN-LIMIT
                        END-IF
                        IF CTL-REJ-STOP-LIMIT NUMERIC
                                MOVE CTL-REJ-STOP-LIMIT
                                    TO WS-REJ-STOP-LIMIT
                        END-IF
                        IF CTL-REJ-PCT-LIMIT NUMERIC
                                MOVE CTL-REJ-PCT-LIMIT
                                    TO WS-REJ-PCT-LIMIT
                        END-IF
                END-IF
                CLOSE CONTROL-IN.

        1600-COUNT-PARTITION-FILES.
                OPEN INPUT PART1-EXTRACT PART2-EXTRACT PART3-EXTRACT
                           PART4-EXTRACT PART5-EXTRACT
                MOVE 0 TO WS-PART-IX
                PERFORM 1610-COUNT-ONE-EXTRACT-FILE
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-EXTRACT PART2-EXTRACT PART3-EXTRACT
                      PART4-EXTRACT PART5-EXTRACT

                OPEN INPUT PART1-REJECTS PART2-REJECTS PART3-REJECTS
                           PART4-REJECTS PART5-REJECTS
                MOVE 0 TO WS-PART-IX
                PERFORM 1630-COUNT-ONE-REJECT-FILE
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-REJECTS PART2-REJECTS PART3-REJECTS
                      PART4-REJECTS PART5-REJECTS

                OPEN INPUT PART1-AUDIT PART2-AUDIT PART3-AUDIT
                           PART4-AUDIT PART5-AUDIT
                MOVE 0 TO WS-PART-IX
                PERFORM 4100-FIND-AUDIT-START
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-AUDIT PART2-AUDIT PART3-AUDIT
                      PART4-AUDIT PART5-AUDIT.

        1610-COUNT-ONE-EXTRACT-FILE.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        PERFORM 1620-COUNT-ONE-EXTRACT
                            UNTIL WS-PART-EOF
                END-IF.

        1620-COUNT-ONE-EXTRACT.
                PERFORM 2900-READ-PART-EXTRACT
                IF WS-PART-NOT-EOF
                        ADD 1 TO WS-PT-EXT-HELD (WS-PART-IX)
                END-IF.

        1630-COUNT-ONE-REJECT-FILE.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        PERFORM 1640-COUNT-ONE-REJECT
                            UNTIL WS-PART-EOF
                END-IF.

        1640-COUNT-ONE-REJECT.
                PERFORM 3900-READ-PART-REJECT
                IF WS-PART-NOT-EOF
                        ADD 1 TO WS-PT-REJ-HELD (WS-PART-IX)
                END-IF.

        1700-CHECK-ONE-BALANCE.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        IF WS-PT-EXT-HELD (WS-PART-IX)
                           NOT = WS-PT-EXTRACTS (WS-PART-IX)
                        OR WS-PT-AUD-HELD (WS-PART-IX)
                           NOT = WS-PT-EXTRACTS (WS-PART-IX)
                        OR WS-PT-REJ-HELD (WS-PART-IX)
                           NOT = WS-PT-REJECTS (WS-PART-IX)
                                SET WS-MERGE-UNBALANCED TO TRUE
                        END-IF
                END-IF.

        2000-MERGE-EXTRACTS.
                OPEN OUTPUT NUMBERS-OUT
                OPEN INPUT PART1-EXTRACT PART2-EXTRACT PART3-EXTRACT
                           PART4-EXTRACT PART5-EXTRACT
                MOVE 0 TO WS-PART-IX
                PERFORM 2100-MERGE-ONE-EXTRACT
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-EXTRACT PART2-EXTRACT PART3-EXTRACT
                      PART4-EXTRACT PART5-EXTRACT
                CLOSE NUMBERS-OUT.

        2100-MERGE-ONE-EXTRACT.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        PERFORM 2200-COPY-ONE-EXTRACT
                            UNTIL WS-PART-EOF
                END-IF.

        2200-COPY-ONE-EXTRACT.
                PERFORM 2900-READ-PART-EXTRACT
                IF WS-PART-NOT-EOF
                        ADD WS-PT-SEQ-BASE (WS-PART-IX) TO EXT-SEQUENCE
                        ADD WS-PT-BATCH-BASE (WS-PART-IX) TO EXT-BATCH
                        WRITE NUMBERS-OUT-RECORD
                END-IF.

        2900-READ-PART-EXTRACT.
                EVALUATE WS-PART-IX
                    WHEN 1
                        READ PART1-EXTRACT INTO NUMBERS-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 2
                        READ PART2-EXTRACT INTO NUMBERS-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 3
                        READ PART3-EXTRACT INTO NUMBERS-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 4
                        READ PART4-EXTRACT INTO NUMBERS-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 5
                        READ PART5-EXTRACT INTO NUMBERS-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                END-EVALUATE.

        3000-MERGE-REJECTS.
                OPEN OUTPUT REJECT-OUT
                OPEN INPUT PART1-REJECTS PART2-REJECTS PART3-REJECTS
                           PART4-REJECTS PART5-REJECTS
                MOVE 0 TO WS-PART-IX
                PERFORM 3100-MERGE-ONE-REJECTS
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-REJECTS PART2-REJECTS PART3-REJECTS
                      PART4-REJECTS PART5-REJECTS
                CLOSE REJECT-OUT.

        3100-MERGE-ONE-REJECTS.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        PERFORM 3200-COPY-ONE-REJECT
                            UNTIL WS-PART-EOF
                END-IF.

        3200-COPY-ONE-REJECT.
                PERFORM 3900-READ-PART-REJECT
                IF WS-PART-NOT-EOF
                        WRITE REJECT-OUT-RECORD
                END-IF.

        3900-READ-PART-REJECT.
                EVALUATE WS-PART-IX
                    WHEN 1
                        READ PART1-REJECTS INTO REJECT-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 2
                        READ PART2-REJECTS INTO REJECT-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 3
                        READ PART3-REJECTS INTO REJECT-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 4
                        READ PART4-REJECTS INTO REJECT-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 5
                        READ PART5-REJECTS INTO REJECT-OUT-RECORD
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                END-EVALUATE.

        4000-MERGE-AUDIT.
                OPEN EXTEND AUDIT-OUT
                OPEN INPUT PART1-AUDIT PART2-AUDIT PART3-AUDIT
                           PART4-AUDIT PART5-AUDIT
                MOVE 0 TO WS-PART-IX
                PERFORM 4300-MERGE-ONE-AUDIT
                    UNTIL WS-PART-IX >= 5
                CLOSE PART1-AUDIT PART2-AUDIT PART3-AUDIT
                      PART4-AUDIT PART5-AUDIT
                CLOSE AUDIT-OUT.

        4100-FIND-AUDIT-START.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        MOVE 0 TO WS-REC-ORDINAL WS-PREV-SEQ
                        MOVE 1 TO WS-PT-AUD-START (WS-PART-IX)
                        PERFORM 4200-SCAN-ONE-AUDIT
                            UNTIL WS-PART-EOF
                        IF WS-REC-ORDINAL
                           NOT < WS-PT-AUD-START (WS-PART-IX)
                                COMPUTE WS-PT-AUD-HELD (WS-PART-IX) =
                                    WS-REC-ORDINAL + 1
                                    - WS-PT-AUD-START (WS-PART-IX)
                        END-IF
                END-IF.

        4200-SCAN-ONE-AUDIT.
                PERFORM 4900-READ-PART-AUDIT
                IF WS-PART-NOT-EOF
                        ADD 1 TO WS-REC-ORDINAL
                        IF WS-AW-SEQUENCE NOT > WS-PREV-SEQ
                                MOVE WS-REC-ORDINAL
                                    TO WS-PT-AUD-START (WS-PART-IX)
                        END-IF
                        MOVE WS-AW-SEQUENCE TO WS-PREV-SEQ
                END-IF.

        4300-MERGE-ONE-AUDIT.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE 'N' TO WS-PART-EOF-SW
                        MOVE 0 TO WS-REC-ORDINAL
                        PERFORM 4400-COPY-ONE-AUDIT
                            UNTIL WS-PART-EOF
                END-IF.

        4400-COPY-ONE-AUDIT.
                PERFORM 4900-READ-PART-AUDIT
                IF WS-PART-NOT-EOF
                        ADD 1 TO WS-REC-ORDINAL
                        IF WS-REC-ORDINAL
                           NOT < WS-PT-AUD-START (WS-PART-IX)
                                MOVE WS-AUDIT-WORK TO AUDIT-OUT-RECORD
                                ADD WS-PT-SEQ-BASE (WS-PART-IX)
                                    TO AUD-SEQUENCE
                                ADD WS-PT-BATCH-BASE (WS-PART-IX)
                                    TO AUD-BATCH
                                WRITE AUDIT-OUT-RECORD
                        END-IF
                END-IF.

        4900-READ-PART-AUDIT.
                EVALUATE WS-PART-IX
                    WHEN 1
                        READ PART1-AUDIT INTO WS-AUDIT-WORK
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 2
                        READ PART2-AUDIT INTO WS-AUDIT-WORK
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 3
                        READ PART3-AUDIT INTO WS-AUDIT-WORK
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 4
                        READ PART4-AUDIT INTO WS-AUDIT-WORK
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                    WHEN 5
                        READ PART5-AUDIT INTO WS-AUDIT-WORK
                            AT END
                                SET WS-PART-EOF TO TRUE
                        END-READ
                END-EVALUATE.

        9000-PRINT-REPORT.
                OPEN OUTPUT REPORT-OUT

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'SAMPLE END-OF-JOB CONTROL REPORT'
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'MERGED SOURCE PARTITIONS..: ' WS-PART-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES READ..............: ' WS-READ-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES DISPLAYED (PRE-42): ' WS-DISPLAY-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'TERMINATOR HITS..........: ' WS-TERM-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                IF WS-TOLERANCE-TRIPPED
                        STRING 'LAST BATCH ENDED..........: '
                            'HALTED BY REJECT LIMIT'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                ELSE
                    IF WS-LAST-BATCH-TERMINATED
                        STRING 'LAST BATCH ENDED..........: '
                            'TERMINATOR SEEN'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                    ELSE
                        STRING 'LAST BATCH ENDED..........: '
                            'END-OF-FILE, NO TERMINATOR SEEN'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                    END-IF
                END-IF
                WRITE REPORT-OUT-RECORD

                IF WS-DISPLAY-COUNT > 0
                        DIVIDE WS-STAT-TOTAL BY WS-DISPLAY-COUNT
                            GIVING WS-STAT-AVG ROUNDED
                ELSE
                        MOVE 0 TO WS-STAT-MIN WS-STAT-MAX WS-STAT-AVG
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES TOTAL..............: ' WS-STAT-TOTAL
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES MINIMUM............: ' WS-STAT-MIN
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES MAXIMUM............: ' WS-STAT-MAX
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES AVERAGE............: ' WS-STAT-AVG
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'DUPLICATE VALUES IN RUN...: ' WS-DUP-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE 0 TO WS-PART-IX
                PERFORM 9100-PRINT-PARTITION
                    UNTIL WS-PART-IX >= 5

                IF WS-CAT-COUNT > 0
                        MOVE 0 TO WS-CAT-IX
                        PERFORM 9150-PRINT-CATEGORY
                            UNTIL WS-CAT-IX >= WS-CAT-COUNT
                END-IF

                PERFORM 9200-EVALUATE-TOLERANCE
                PERFORM 9250-VERIFY-HANDOFF

                IF WS-MERGE-UNBALANCED
                        MOVE 12 TO WS-SEVERITY-RC
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'PARTITION MERGE OUT OF BALANCE'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** MERGE OUT OF BALANCE - NOTHING '
                            'MERGED, RUN HISTORY NOT WRITTEN ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                CLOSE REPORT-OUT.

        9100-PRINT-PARTITION.
                ADD 1 TO WS-PART-IX
                MOVE WS-PART-IX TO WS-PART-DISP
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING 'PARTITION ' WS-PART-DISP
                            ' SOURCE ' WS-PT-SOURCE (WS-PART-IX)
                            ' EXTRACTS ' WS-PT-EXTRACTS (WS-PART-IX)
                            ' REJECTS ' WS-PT-REJECTS (WS-PART-IX)
                            ' RC ' WS-PT-RC (WS-PART-IX)
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD

                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING 'DUPLICATES IN PARTITION '
                            WS-PART-DISP '.: '
                            WS-PT-DUPS (WS-PART-IX)
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD

                        PERFORM 9110-CHECK-PARTITION
                END-IF.

        9110-CHECK-PARTITION.
                IF WS-PT-SHORT-READ (WS-PART-IX) = 'Y'
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** PARTITION ' WS-PART-DISP
                            ' DID NOT READ ALL RECORDS SENT ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF
                IF WS-PT-EXT-HELD (WS-PART-IX)
                   NOT = WS-PT-EXTRACTS (WS-PART-IX)
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** PARTITION ' WS-PART-DISP
                            ' EXTRACT FILE HOLDS '
                            WS-PT-EXT-HELD (WS-PART-IX) ' ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF
                IF WS-PT-AUD-HELD (WS-PART-IX)
                   NOT = WS-PT-EXTRACTS (WS-PART-IX)
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** PARTITION ' WS-PART-DISP
                            ' AUDIT FILE HOLDS '
                            WS-PT-AUD-HELD (WS-PART-IX) ' ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF
                IF WS-PT-REJ-HELD (WS-PART-IX)
                   NOT = WS-PT-REJECTS (WS-PART-IX)
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** PARTITION ' WS-PART-DISP
                            ' REJECT FILE HOLDS '
                            WS-PT-REJ-HELD (WS-PART-IX) ' ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF.

        9150-PRINT-CATEGORY.
                ADD 1 TO WS-CAT-IX
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'CATEGORY '
                    WS-CAT-CODE (WS-CAT-IX)
                    ' COUNT ' WS-CAT-COUNT-ACC (WS-CAT-IX)
                    ' TOTAL ' WS-CAT-TOTAL-ACC (WS-CAT-IX)
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9200-EVALUATE-TOLERANCE.
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'VALUES REJECTED...........: ' WS-REJECT-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                IF WS-RECORDS-PHYSICAL > 0
                        MULTIPLY WS-REJECT-COUNT BY 100
                            GIVING WS-REJ-PCT-WORK
                        DIVIDE WS-REJ-PCT-WORK
                            BY WS-RECORDS-PHYSICAL
                            GIVING WS-REJ-PCT
                END-IF

                IF WS-TOLERANCE-TRIPPED
                        MOVE 12 TO WS-SEVERITY-RC
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** REJECT STOP LIMIT REACHED - '
                            'EXTRACT HALTED ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                IF WS-REJ-PCT-LIMIT > 0
                   AND WS-REJ-PCT >= WS-REJ-PCT-LIMIT
                        MOVE 12 TO WS-SEVERITY-RC
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'REJECT PERCENT AT OR OVER LIMIT'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** REJECT PERCENT ' WS-REJ-PCT
                            ' AT OR OVER LIMIT ' WS-REJ-PCT-LIMIT
                            ' ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                IF WS-SEVERITY-RC = 0
                   AND WS-REJ-WARN-LIMIT > 0
                   AND WS-REJECT-COUNT >= WS-REJ-WARN-LIMIT
                        MOVE 4 TO WS-SEVERITY-RC
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE 'REJECT WARNING LIMIT REACHED'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING 'REJECT WARNING LIMIT REACHED'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF.

        9250-VERIFY-HANDOFF.
                MOVE SPACES TO REPORT-OUT-RECORD
                IF WS-HANDOFF-PRESENT
                        PERFORM 9260-COMPARE-HANDOFF
                ELSE
                        STRING 'HANDOFF CHECK............: '
                            'NO HANDOFF RECORD - NOT VERIFIED'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF.

        9260-COMPARE-HANDOFF.
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF COLLECTION DATE..: ' HO-COLLECT-DATE
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD
                IF HO-COLLECT-DATE NOT = WS-PROCESS-DATE
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** HANDOFF IS FROM ANOTHER PROCESSING '
                            'DATE ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF SOURCES SENT.....: ' HO-SOURCE-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD
                IF WS-PART-COUNT NOT = HO-SOURCE-COUNT
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** ' WS-PART-COUNT
                            ' PARTITIONS MERGED FOR '
                            HO-SOURCE-COUNT ' SOURCES SENT ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF RECORDS SENT.....: ' HO-RECORD-COUNT
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF RECORDS MERGED...: '
                    WS-RECORDS-PHYSICAL
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF HASH SENT........: ' HO-HASH-TOTAL
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'HANDOFF HASH MERGED......: ' WS-HO-HASH-TOTAL
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                IF WS-TOLERANCE-TRIPPED
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING 'HANDOFF TOTALS...........: '
                            'NOT CHECKED - EXTRACT HALTED'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                END-IF

                MOVE 0 TO WS-HO-IX
                PERFORM 9280-PRINT-HANDOFF-SOURCE
                    UNTIL WS-HO-IX >= HO-SOURCE-COUNT
                    OR WS-HO-IX >= 5

                MOVE SPACES TO REPORT-OUT-RECORD
                IF WS-HANDOFF-MISMATCH
                        MOVE 12 TO WS-SEVERITY-RC
                        MOVE 'C' TO WS-ALERT-SEVERITY
                        MOVE 'MERGE DOES NOT AGREE WITH HANDOFF'
                            TO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        STRING '*** HANDOFF CONTROL MISMATCH - NOTHING '
                            'MERGED, RUN HISTORY NOT WRITTEN ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                ELSE
                        STRING 'HANDOFF CHECK............: '
                            'AGREES WITH SAMPCOLL'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                END-IF
                WRITE REPORT-OUT-RECORD.

        9280-PRINT-HANDOFF-SOURCE.
                ADD 1 TO WS-HO-IX
                MOVE HO-SOURCE-ID (WS-HO-IX) TO WS-HSL-SOURCE
                MOVE HO-SOURCE-RECORDS (WS-HO-IX) TO WS-HSL-SENT
                IF WS-HC-PART-IX (WS-HO-IX) > 0
                        MOVE WS-PT-PHYSICAL (WS-HC-PART-IX (WS-HO-IX))
                            TO WS-HSL-GOT
                ELSE
                        MOVE 0 TO WS-HSL-GOT
                END-IF
                MOVE WS-HC-VERDICT (WS-HO-IX) TO WS-HSL-VERDICT
                MOVE WS-HO-SOURCE-LINE TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9300-WRITE-RUN-HISTORY.
                OPEN I-O RUN-HISTORY

                MOVE WS-PROCESS-DATE TO RH-RUN-DATE
                MOVE 0 TO RH-RUN-NUMBER
                START RUN-HISTORY KEY NOT LESS THAN RH-KEY
                    INVALID KEY
                        SET WS-RH-EOF TO TRUE
                END-START
                PERFORM 9310-SCAN-RUN-NUMBER UNTIL WS-RH-EOF

                MOVE WS-PROCESS-DATE TO RH-RUN-DATE
                MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER
                MOVE WS-READ-COUNT TO RH-READ-COUNT
                MOVE WS-DISPLAY-COUNT TO RH-EXTRACT-COUNT
                MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
                MOVE WS-DUP-COUNT TO RH-DUP-COUNT
                MOVE WS-TERM-COUNT TO RH-TERM-COUNT
                MOVE WS-STAT-TOTAL TO RH-STAT-TOTAL
                MOVE WS-STAT-MIN TO RH-STAT-MIN
                MOVE WS-STAT-MAX TO RH-STAT-MAX
                MOVE WS-STAT-AVG TO RH-STAT-AVG
                MOVE SPACE TO RH-STATUS

                WRITE RUN-HISTORY-RECORD
                    INVALID KEY
                        DISPLAY 'SAMPMRGE: RUN HISTORY ALREADY '
                            'HOLDS ' RH-RUN-DATE ' RUN '
                            RH-RUN-NUMBER
                END-WRITE
                CLOSE RUN-HISTORY.

        9310-SCAN-RUN-NUMBER.
                READ RUN-HISTORY NEXT RECORD
                    AT END
                        SET WS-RH-EOF TO TRUE
                END-READ
                IF WS-RH-NOT-EOF
                        IF RH-RUN-DATE = WS-PROCESS-DATE
                                IF RH-RUN-NUMBER >= WS-RUN-NUMBER
                                        ADD 1 RH-RUN-NUMBER
                                            GIVING WS-RUN-NUMBER
                                END-IF
                        ELSE
                                SET WS-RH-EOF TO TRUE
                        END-IF
                END-IF.

        9400-REGISTER-EXTRACT.
                MOVE WS-PROCESS-DATE TO XMT-RUN-DATE
                MOVE WS-RUN-NUMBER TO XMT-RUN-NUMBER
                MOVE SPACES TO XMT-SUBSCRIBER
                MOVE WS-DISPLAY-COUNT TO XMT-RECORD-COUNT
                MOVE WS-STAT-TOTAL TO XMT-VALUE-TOTAL
                MOVE 'U' TO XMT-STATUS
                MOVE SPACES TO XMT-ACK-DATE
                MOVE ZEROS TO XMT-ACK-COUNT XMT-ACK-TOTAL
                OPEN I-O XMIT-LOG
                WRITE XMIT-LOG-RECORD
                    INVALID KEY
                        DISPLAY 'SAMPMRGE: EXTRACT ' XMT-RUN-DATE
                            ' RUN ' XMT-RUN-NUMBER
                            ' ALREADY REGISTERED'
                END-WRITE
                CLOSE XMIT-LOG.

        9500-WRITE-RUN-STATUS.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ST-RUN-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ST-RUN-TIME
                MOVE 'E' TO ST-PHASE
                MOVE WS-RECORDS-PHYSICAL TO ST-RECORDS-PHYSICAL
                MOVE WS-READ-COUNT TO ST-READ-COUNT
                MOVE WS-DISPLAY-COUNT TO ST-EXTRACT-COUNT
                MOVE WS-REJECT-COUNT TO ST-REJECT-COUNT
                MOVE WS-TERM-COUNT TO ST-TERM-COUNT
                OPEN OUTPUT RUN-STATUS
                WRITE RUN-STATUS-RECORD
                CLOSE RUN-STATUS.

        9600-MARK-ONE-MERGED.
                ADD 1 TO WS-PART-IX
                IF WS-PT-STATE (WS-PART-IX) = 'E'
                        MOVE WS-PT-IMAGE (WS-PART-IX)
                            TO WS-PARTITION-CONTROL
                        MOVE 'M' TO PC-STATUS
                        PERFORM 9610-REWRITE-CONTROL
                END-IF.

        9610-REWRITE-CONTROL.
                EVALUATE WS-PART-IX
                    WHEN 1
                        OPEN OUTPUT PART1-CONTROL
                        WRITE PART1-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                        CLOSE PART1-CONTROL
                    WHEN 2
                        OPEN OUTPUT PART2-CONTROL
                        WRITE PART2-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                        CLOSE PART2-CONTROL
                    WHEN 3
                        OPEN OUTPUT PART3-CONTROL
                        WRITE PART3-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                        CLOSE PART3-CONTROL
                    WHEN 4
                        OPEN OUTPUT PART4-CONTROL
                        WRITE PART4-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                        CLOSE PART4-CONTROL
                    WHEN 5
                        OPEN OUTPUT PART5-CONTROL
                        WRITE PART5-CONTROL-RECORD
                            FROM WS-PARTITION-CONTROL
                        CLOSE PART5-CONTROL
                END-EVALUATE.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPMRGE' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
