        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPSIM.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NUMBERS-IN ASSIGN TO "NUMBERSIN"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTROL-IN ASSIGN TO "CONTROLIN"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PENDING-FILE ASSIGN TO "CTLPEND"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CLASS-MASTER ASSIGN TO "CLASSMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-OUT ASSIGN TO "SIMRPT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD NUMBERS-IN
            LABEL RECORDS ARE STANDARD.
        01 NUMBERS-IN-RECORD.
            05 IN-VALUE            PIC X(02).
            05 IN-OVERFLOW         PIC X(01).
            05 IN-SOURCE           PIC X(03).

        FD CONTROL-IN
            LABEL RECORDS ARE STANDARD.
        01 CONTROL-IN-RECORD.
            COPY CONTROLRC.

        FD PENDING-FILE
            LABEL RECORDS ARE STANDARD.
        01 PENDING-FILE-RECORD.
            COPY CTLPENDRC.

        FD CLASS-MASTER
            LABEL RECORDS ARE STANDARD.
        01 CLASS-MASTER-RECORD.
            COPY CLASSRC.

        FD REPORT-OUT
            LABEL RECORDS ARE STANDARD.
        01 REPORT-OUT-RECORD PIC X(80).

        WORKING-STORAGE SECTION.
        77 WS-N-NUM PIC 9(03).
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-VALID-SW PIC X VALUE 'N'.
            88 WS-VALID VALUE 'Y'.
            88 WS-INVALID VALUE 'N'.
        77 WS-CTL-EOF-SW PIC X VALUE 'N'.
            88 WS-CTL-EOF VALUE 'Y'.
        77 WS-PND-EOF-SW PIC X VALUE 'N'.
            88 WS-PND-EOF VALUE 'Y'.
        77 WS-CLS-EOF-SW PIC X VALUE 'N'.
            88 WS-CLS-EOF VALUE 'Y'.
            88 WS-CLS-NOT-EOF VALUE 'N'.
        77 WS-CLASSIFIED-SW PIC X VALUE 'N'.
            88 WS-VALUE-CLASSIFIED VALUE 'Y'.
        77 WS-LAST-TERM-SW PIC X VALUE 'N'.
            88 WS-LAST-BATCH-TERMINATED VALUE 'Y'.
            88 WS-LAST-BATCH-INCOMPLETE VALUE 'N'.
        77 WS-TOLERANCE-SW PIC X VALUE 'N'.
            88 WS-TOLERANCE-TRIPPED VALUE 'Y'.
        77 WS-DUP-DISP-SW PIC X VALUE 'W'.
            88 WS-DUP-REJECT VALUE 'R'.
        77 WS-PASS PIC 9(01) VALUE 0.
        77 WS-TERMINATOR PIC 9(03) VALUE 42.
        77 WS-REJ-WARN-LIMIT PIC 9(05) VALUE 0.
        77 WS-REJ-STOP-LIMIT PIC 9(05) VALUE 0.
        77 WS-REJ-PCT-LIMIT PIC 9(03) VALUE 0.
        77 WS-REJ-PCT-WORK PIC 9(11) VALUE 0.
        77 WS-RECORDS-PHYSICAL PIC 9(09) VALUE 0.
        77 WS-READ-COUNT PIC 9(09) VALUE 0.
        77 WS-DISPLAY-COUNT PIC 9(09) VALUE 0.
        77 WS-TERM-COUNT PIC 9(09) VALUE 0.
        77 WS-BATCH-NUMBER PIC 9(05) VALUE 1.
        77 WS-REJECT-COUNT PIC 9(09) VALUE 0.
        77 WS-DUP-COUNT PIC 9(09) VALUE 0.
        77 WS-STAT-TOTAL PIC 9(11) VALUE 0.
        77 WS-SEVERITY-RC PIC 9(04) VALUE 0.
        77 WS-CLASS-COUNT PIC 9(03) VALUE 0.
        77 WS-CLASS-IX PIC 9(03) VALUE 0.
        77 WS-CLASS-MATCH-IX PIC 9(03) VALUE 0.
        77 WS-REASON-IX PIC 9(01) VALUE 0.
        77 WS-FINAL-RC PIC 9(04) VALUE 0.
        77 WS-PND-OPERATOR PIC X(08) VALUE SPACES.
        77 WS-PND-ENTER-DATE PIC X(08) VALUE SPACES.
        77 WS-PND-ENTER-TIME PIC X(08) VALUE SPACES.
        01 WS-SETTING-TABLE.
            05 WS-SET-ENTRY OCCURS 2 TIMES.
                10 WS-SET-TERMINATOR   PIC 9(03).
                10 WS-SET-CHECKPOINT   PIC 9(05).
                10 WS-SET-DUP-DISP     PIC X(01).
                10 WS-SET-REJ-WARN     PIC 9(05).
                10 WS-SET-REJ-STOP     PIC 9(05).
                10 WS-SET-REJ-PCT      PIC 9(03).
        01 WS-RESULT-TABLE.
            05 WS-RES-ENTRY OCCURS 2 TIMES.
                10 WS-RES-PHYSICAL     PIC 9(09).
                10 WS-RES-READ         PIC 9(09).
                10 WS-RES-EXTRACT      PIC 9(09).
                10 WS-RES-TERM         PIC 9(09).
                10 WS-RES-BATCHES      PIC 9(05).
                10 WS-RES-REJECT       PIC 9(09).
                10 WS-RES-REASON-CTR   PIC 9(09) OCCURS 4 TIMES.
                10 WS-RES-DUP          PIC 9(09).
                10 WS-RES-TOTAL        PIC 9(11).
                10 WS-RES-REJ-PCT      PIC 9(03).
                10 WS-RES-LAST-BATCH   PIC X(01).
                10 WS-RES-RC           PIC 9(04).
        01 WS-REASON-NAMES.
            05 FILLER PIC X(24) VALUE 'VALUE EXCEEDS TWO DIGITS'.
            05 FILLER PIC X(24) VALUE 'NON-NUMERIC VALUE'.
            05 FILLER PIC X(24) VALUE 'VALUE IN NO CATEGORY'.
            05 FILLER PIC X(24) VALUE 'DUPLICATE VALUE IN BATCH'.
        01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
            05 WS-REASON-NAME PIC X(24) OCCURS 4 TIMES.
        01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 20 TIMES.
                10 WS-CLS-FROM         PIC 9(02).
                10 WS-CLS-TO           PIC 9(02).
                10 WS-CLS-CATEGORY     PIC X(03).
                10 WS-CLS-COUNT-ACC    PIC 9(09) OCCURS 2 TIMES.
                10 WS-CLS-TOTAL-ACC    PIC 9(11) OCCURS 2 TIMES.
        01 WS-SEEN-TABLE.
            05 WS-SEEN-FLAG PIC X OCCURS 100 TIMES.
        01 WS-NUM-LINE.
            05 WS-NL-LABEL             PIC X(30).
            05 WS-NL-CURRENT           PIC Z(10)9.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WS-NL-PENDING           PIC Z(10)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-NL-FLAG              PIC X(09).
        01 WS-TXT-LINE.
            05 WS-TL-LABEL             PIC X(30).
            05 WS-TL-CURRENT           PIC X(11).
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WS-TL-PENDING           PIC X(11).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-TL-FLAG              PIC X(09).
        01 WS-HEAD-LINE.
            05 FILLER                  PIC X(30) VALUE 'ITEM'.
            05 FILLER                  PIC X(11) VALUE '    CURRENT'.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(11) VALUE '    PENDING'.

        PROCEDURE DIVISION.
        0000-MAIN.
                PERFORM 0100-LOAD-SETTINGS

                OPEN OUTPUT REPORT-OUT
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'SAMPSIM RUN-CONTROL CHANGE SIMULATION REPORT'
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                IF WS-PND-EOF
                        MOVE SPACES TO REPORT-OUT-RECORD
                        STRING '*** NO RUN-CONTROL CHANGE IS PENDING '
                            '- NOTHING TO SIMULATE ***'
                            DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                        CLOSE REPORT-OUT
                        DISPLAY 'SAMPSIM: NO PENDING CHANGE IN CTLPEND'
                        MOVE 4 TO RETURN-CODE
                        STOP RUN
                END-IF

                PERFORM 0300-LOAD-CLASS-MASTER

                MOVE 0 TO WS-PASS
                PERFORM 2000-SIMULATE-PASS UNTIL WS-PASS >= 2

                PERFORM 9000-PRINT-REPORT
                CLOSE REPORT-OUT

                IF WS-RES-RC (2) > WS-RES-RC (1)
                        DISPLAY 'SAMPSIM: PENDING VALUES WOULD END THE '
                            'RUN RC ' WS-RES-RC (2) ' AGAINST RC '
                            WS-RES-RC (1) ' TODAY'
                        MOVE 4 TO WS-FINAL-RC
                END-IF
                MOVE WS-FINAL-RC TO RETURN-CODE
                STOP RUN.

        0100-LOAD-SETTINGS.
                MOVE 42 TO WS-SET-TERMINATOR (1)
                MOVE 0 TO WS-SET-CHECKPOINT (1)
                MOVE 'W' TO WS-SET-DUP-DISP (1)
                MOVE 0 TO WS-SET-REJ-WARN (1)
                          WS-SET-REJ-STOP (1)
                          WS-SET-REJ-PCT (1)

                OPEN INPUT CONTROL-IN
                READ CONTROL-IN
                    AT END
                        SET WS-CTL-EOF TO TRUE
                END-READ
                IF NOT WS-CTL-EOF
                        MOVE CTL-TERMINATOR TO WS-SET-TERMINATOR (1)
                        MOVE CTL-CHECKPOINT-INT
                            TO WS-SET-CHECKPOINT (1)
                        MOVE CTL-DUP-DISPOSITION
                            TO WS-SET-DUP-DISP (1)
                        IF CTL-REJ-WARN-LIMIT NUMERIC
                                MOVE CTL-REJ-WARN-LIMIT
                                    TO WS-SET-REJ-WARN (1)
                        END-IF
                        IF CTL-REJ-STOP-LIMIT NUMERIC
                                MOVE CTL-REJ-STOP-LIMIT
                                    TO WS-SET-REJ-STOP (1)
                        END-IF
                        IF CTL-REJ-PCT-LIMIT NUMERIC
                                MOVE CTL-REJ-PCT-LIMIT
                                    TO WS-SET-REJ-PCT (1)
                        END-IF
                END-IF
                CLOSE CONTROL-IN

                OPEN INPUT PENDING-FILE
                READ PENDING-FILE
                    AT END
                        SET WS-PND-EOF TO TRUE
                END-READ

                IF NOT WS-PND-EOF
                        MOVE PND-OPERATOR TO WS-PND-OPERATOR
                        MOVE PND-ENTER-DATE TO WS-PND-ENTER-DATE
                        MOVE PND-ENTER-TIME TO WS-PND-ENTER-TIME
                        MOVE PND-NEW-TERMINATOR
                            TO WS-SET-TERMINATOR (2)
                        MOVE PND-NEW-CHECKPOINT-INT
                            TO WS-SET-CHECKPOINT (2)
                        MOVE PND-NEW-DUP-DISP TO WS-SET-DUP-DISP (2)
                        MOVE 0 TO WS-SET-REJ-WARN (2)
                                  WS-SET-REJ-STOP (2)
                                  WS-SET-REJ-PCT (2)
                        IF PND-NEW-REJ-WARN NUMERIC
                                MOVE PND-NEW-REJ-WARN
                                    TO WS-SET-REJ-WARN (2)
                        END-IF
                        IF PND-NEW-REJ-STOP NUMERIC
                                MOVE PND-NEW-REJ-STOP
                                    TO WS-SET-REJ-STOP (2)
                        END-IF
                        IF PND-NEW-REJ-PCT NUMERIC
                                MOVE PND-NEW-REJ-PCT
                                    TO WS-SET-REJ-PCT (2)
                        END-IF
                END-IF
                CLOSE PENDING-FILE.

        0300-LOAD-CLASS-MASTER.
                OPEN INPUT CLASS-MASTER
                PERFORM 0310-LOAD-ONE-CLASS UNTIL WS-CLS-EOF
                CLOSE CLASS-MASTER.

        0310-LOAD-ONE-CLASS.
                READ CLASS-MASTER
                    AT END
                        SET WS-CLS-EOF TO TRUE
                END-READ
                IF WS-CLS-NOT-EOF
                        IF WS-CLASS-COUNT < 20
                                ADD 1 TO WS-CLASS-COUNT
                                MOVE CLS-VALUE-FROM
                                    TO WS-CLS-FROM (WS-CLASS-COUNT)
                                MOVE CLS-VALUE-TO
                                    TO WS-CLS-TO (WS-CLASS-COUNT)
                                MOVE CLS-CATEGORY
                                    TO WS-CLS-CATEGORY
                                       (WS-CLASS-COUNT)
                                MOVE 0 TO WS-CLS-COUNT-ACC
                                    (WS-CLASS-COUNT 1)
                                MOVE 0 TO WS-CLS-COUNT-ACC
                                    (WS-CLASS-COUNT 2)
                                MOVE 0 TO WS-CLS-TOTAL-ACC
                                    (WS-CLASS-COUNT 1)
                                MOVE 0 TO WS-CLS-TOTAL-ACC
                                    (WS-CLASS-COUNT 2)
                        ELSE
                                DISPLAY 'SAMPSIM: CLASSIFICATION '
                                    'MASTER HAS MORE THAN 20 '
                                    'RANGES - EXTRAS IGNORED'
                        END-IF
                END-IF.

        2000-SIMULATE-PASS.
                ADD 1 TO WS-PASS
                MOVE WS-SET-TERMINATOR (WS-PASS) TO WS-TERMINATOR
                MOVE WS-SET-DUP-DISP (WS-PASS) TO WS-DUP-DISP-SW
                MOVE WS-SET-REJ-WARN (WS-PASS) TO WS-REJ-WARN-LIMIT
                MOVE WS-SET-REJ-STOP (WS-PASS) TO WS-REJ-STOP-LIMIT
                MOVE WS-SET-REJ-PCT (WS-PASS) TO WS-REJ-PCT-LIMIT
                MOVE 0 TO WS-RECORDS-PHYSICAL WS-READ-COUNT
                          WS-DISPLAY-COUNT WS-TERM-COUNT
                          WS-REJECT-COUNT WS-DUP-COUNT
                          WS-STAT-TOTAL WS-SEVERITY-RC
                MOVE 1 TO WS-BATCH-NUMBER
                MOVE 'N' TO WS-EOF-SW WS-TOLERANCE-SW WS-LAST-TERM-SW
                MOVE SPACES TO WS-SEEN-TABLE
                MOVE 0 TO WS-RES-REASON-CTR (WS-PASS 1)
                          WS-RES-REASON-CTR (WS-PASS 2)
                          WS-RES-REASON-CTR (WS-PASS 3)
                          WS-RES-REASON-CTR (WS-PASS 4)

                OPEN INPUT NUMBERS-IN
                PERFORM 2100-SIMULATE-ONE-RECORD
                    UNTIL WS-EOF OR WS-TOLERANCE-TRIPPED
                CLOSE NUMBERS-IN

                PERFORM 2800-EVALUATE-TOLERANCE
                PERFORM 2900-SAVE-PASS-RESULTS.

        2100-SIMULATE-ONE-RECORD.
                READ NUMBERS-IN
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        ADD 1 TO WS-RECORDS-PHYSICAL
                        SET WS-INVALID TO TRUE
                        PERFORM 2200-VALIDATE-NUMBER
                        IF WS-VALID
                            IF WS-N-NUM = WS-TERMINATOR
                                ADD 1 TO WS-TERM-COUNT
                                ADD 1 TO WS-BATCH-NUMBER
                                MOVE SPACES TO WS-SEEN-TABLE
                                SET WS-LAST-BATCH-TERMINATED TO TRUE
                            ELSE
                                ADD 1 TO WS-DISPLAY-COUNT
                                ADD WS-N-NUM TO WS-STAT-TOTAL
                                IF WS-CLASS-MATCH-IX > 0
                                    ADD 1 TO WS-CLS-COUNT-ACC
                                        (WS-CLASS-MATCH-IX WS-PASS)
                                    ADD WS-N-NUM TO WS-CLS-TOTAL-ACC
                                        (WS-CLASS-MATCH-IX WS-PASS)
                                END-IF
                                SET WS-LAST-BATCH-INCOMPLETE TO TRUE
                            END-IF
                        END-IF
                END-IF.

        2200-VALIDATE-NUMBER.
                IF IN-OVERFLOW NOT = SPACE
                        MOVE 1 TO WS-REASON-IX
                        PERFORM 2700-COUNT-REJECT
                ELSE
                        IF IN-VALUE NOT NUMERIC
                                MOVE 2 TO WS-REASON-IX
                                PERFORM 2700-COUNT-REJECT
                        ELSE
                                MOVE IN-VALUE TO WS-N-NUM
                                PERFORM 2300-CLASSIFY-VALUE
                                IF WS-VALUE-CLASSIFIED
                                        PERFORM 2500-CHECK-DUPLICATE
                                ELSE
                                        MOVE 3 TO WS-REASON-IX
                                        PERFORM 2700-COUNT-REJECT
                                END-IF
                        END-IF
                END-IF.

        2300-CLASSIFY-VALUE.
                MOVE 0 TO WS-CLASS-MATCH-IX
                IF WS-CLASS-COUNT = 0
                   OR WS-N-NUM = WS-TERMINATOR
                        SET WS-VALUE-CLASSIFIED TO TRUE
                ELSE
                        MOVE 'N' TO WS-CLASSIFIED-SW
                        MOVE 0 TO WS-CLASS-IX
                        PERFORM 2310-CHECK-ONE-RANGE
                            UNTIL WS-CLASS-IX >= WS-CLASS-COUNT
                            OR WS-VALUE-CLASSIFIED
                END-IF.

        2310-CHECK-ONE-RANGE.
                ADD 1 TO WS-CLASS-IX
                IF WS-N-NUM NOT < WS-CLS-FROM (WS-CLASS-IX)
                   AND WS-N-NUM NOT > WS-CLS-TO (WS-CLASS-IX)
                        MOVE WS-CLASS-IX TO WS-CLASS-MATCH-IX
                        SET WS-VALUE-CLASSIFIED TO TRUE
                END-IF.

        2500-CHECK-DUPLICATE.
                IF WS-N-NUM = WS-TERMINATOR
                        SET WS-VALID TO TRUE
                        ADD 1 TO WS-READ-COUNT
                ELSE
                    IF WS-SEEN-FLAG (WS-N-NUM + 1) = 'Y'
                        ADD 1 TO WS-DUP-COUNT
                        IF WS-DUP-REJECT
                                MOVE 4 TO WS-REASON-IX
                                PERFORM 2700-COUNT-REJECT
                        ELSE
                                SET WS-VALID TO TRUE
                                ADD 1 TO WS-READ-COUNT
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-SEEN-FLAG (WS-N-NUM + 1)
                        SET WS-VALID TO TRUE
                        ADD 1 TO WS-READ-COUNT
                    END-IF
                END-IF.

        2700-COUNT-REJECT.
                ADD 1 TO WS-REJECT-COUNT
                ADD 1 TO WS-RES-REASON-CTR (WS-PASS WS-REASON-IX)
                IF WS-REJ-STOP-LIMIT > 0
                   AND WS-REJECT-COUNT >= WS-REJ-STOP-LIMIT
                        SET WS-TOLERANCE-TRIPPED TO TRUE
                END-IF.

        2800-EVALUATE-TOLERANCE.
                MOVE 0 TO WS-RES-REJ-PCT (WS-PASS)
                IF WS-RECORDS-PHYSICAL > 0
                        MULTIPLY WS-REJECT-COUNT BY 100
                            GIVING WS-REJ-PCT-WORK
                        DIVIDE WS-REJ-PCT-WORK
                            BY WS-RECORDS-PHYSICAL
                            GIVING WS-RES-REJ-PCT (WS-PASS)
                END-IF

                IF WS-TOLERANCE-TRIPPED
                        MOVE 12 TO WS-SEVERITY-RC
                END-IF

                IF WS-REJ-PCT-LIMIT > 0
                   AND WS-RES-REJ-PCT (WS-PASS) >= WS-REJ-PCT-LIMIT
                        MOVE 12 TO WS-SEVERITY-RC
                END-IF

                IF WS-SEVERITY-RC = 0
                   AND WS-REJ-WARN-LIMIT > 0
                   AND WS-REJECT-COUNT >= WS-REJ-WARN-LIMIT
                        MOVE 4 TO WS-SEVERITY-RC
                END-IF.

        2900-SAVE-PASS-RESULTS.
                MOVE WS-RECORDS-PHYSICAL TO WS-RES-PHYSICAL (WS-PASS)
                MOVE WS-READ-COUNT TO WS-RES-READ (WS-PASS)
                MOVE WS-DISPLAY-COUNT TO WS-RES-EXTRACT (WS-PASS)
                MOVE WS-TERM-COUNT TO WS-RES-TERM (WS-PASS)
                MOVE WS-BATCH-NUMBER TO WS-RES-BATCHES (WS-PASS)
                MOVE WS-REJECT-COUNT TO WS-RES-REJECT (WS-PASS)
                MOVE WS-DUP-COUNT TO WS-RES-DUP (WS-PASS)
                MOVE WS-STAT-TOTAL TO WS-RES-TOTAL (WS-PASS)
                MOVE WS-SEVERITY-RC TO WS-RES-RC (WS-PASS)
                IF WS-TOLERANCE-TRIPPED
                        MOVE 'H' TO WS-RES-LAST-BATCH (WS-PASS)
                ELSE
                    IF WS-LAST-BATCH-TERMINATED
                        MOVE 'T' TO WS-RES-LAST-BATCH (WS-PASS)
                    ELSE
                        MOVE 'E' TO WS-RES-LAST-BATCH (WS-PASS)
                    END-IF
                END-IF.

        9000-PRINT-REPORT.
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'CHANGE ENTERED BY........: ' WS-PND-OPERATOR
                    ' ON ' WS-PND-ENTER-DATE ' AT ' WS-PND-ENTER-TIME
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'INPUT RECORDS SIMULATED..: '
                    WS-RES-PHYSICAL (1)
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE SPACES TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD
                MOVE WS-HEAD-LINE TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE 'TERMINATOR VALUE' TO WS-NL-LABEL
                MOVE WS-SET-TERMINATOR (1) TO WS-NL-CURRENT
                MOVE WS-SET-TERMINATOR (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'CHECKPOINT INTERVAL' TO WS-NL-LABEL
                MOVE WS-SET-CHECKPOINT (1) TO WS-NL-CURRENT
                MOVE WS-SET-CHECKPOINT (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'DUPLICATE DISPOSITION' TO WS-TL-LABEL
                MOVE SPACES TO WS-TL-CURRENT WS-TL-PENDING
                MOVE WS-SET-DUP-DISP (1) TO WS-TL-CURRENT(11:1)
                MOVE WS-SET-DUP-DISP (2) TO WS-TL-PENDING(11:1)
                PERFORM 9200-WRITE-TXT-LINE

                MOVE 'REJECT WARNING LIMIT' TO WS-NL-LABEL
                MOVE WS-SET-REJ-WARN (1) TO WS-NL-CURRENT
                MOVE WS-SET-REJ-WARN (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'REJECT STOP LIMIT' TO WS-NL-LABEL
                MOVE WS-SET-REJ-STOP (1) TO WS-NL-CURRENT
                MOVE WS-SET-REJ-STOP (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'REJECT PERCENT LIMIT' TO WS-NL-LABEL
                MOVE WS-SET-REJ-PCT (1) TO WS-NL-CURRENT
                MOVE WS-SET-REJ-PCT (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE SPACES TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE 'PHYSICAL RECORDS READ' TO WS-NL-LABEL
                MOVE WS-RES-PHYSICAL (1) TO WS-NL-CURRENT
                MOVE WS-RES-PHYSICAL (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'VALUES READ' TO WS-NL-LABEL
                MOVE WS-RES-READ (1) TO WS-NL-CURRENT
                MOVE WS-RES-READ (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'VALUES EXTRACTED' TO WS-NL-LABEL
                MOVE WS-RES-EXTRACT (1) TO WS-NL-CURRENT
                MOVE WS-RES-EXTRACT (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'TERMINATOR HITS' TO WS-NL-LABEL
                MOVE WS-RES-TERM (1) TO WS-NL-CURRENT
                MOVE WS-RES-TERM (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'BATCHES' TO WS-NL-LABEL
                MOVE WS-RES-BATCHES (1) TO WS-NL-CURRENT
                MOVE WS-RES-BATCHES (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'LAST BATCH ENDED' TO WS-TL-LABEL
                MOVE 1 TO WS-PASS
                PERFORM 9300-SET-LAST-BATCH-TEXT
                MOVE 2 TO WS-PASS
                PERFORM 9300-SET-LAST-BATCH-TEXT
                PERFORM 9200-WRITE-TXT-LINE

                MOVE 'VALUES TOTAL' TO WS-NL-LABEL
                MOVE WS-RES-TOTAL (1) TO WS-NL-CURRENT
                MOVE WS-RES-TOTAL (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'DUPLICATE VALUES' TO WS-NL-LABEL
                MOVE WS-RES-DUP (1) TO WS-NL-CURRENT
                MOVE WS-RES-DUP (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 'VALUES REJECTED' TO WS-NL-LABEL
                MOVE WS-RES-REJECT (1) TO WS-NL-CURRENT
                MOVE WS-RES-REJECT (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE 0 TO WS-REASON-IX
                PERFORM 9400-PRINT-REASON UNTIL WS-REASON-IX >= 4

                MOVE 'REJECT PERCENT' TO WS-NL-LABEL
                MOVE WS-RES-REJ-PCT (1) TO WS-NL-CURRENT
                MOVE WS-RES-REJ-PCT (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                IF WS-CLASS-COUNT > 0
                        MOVE SPACES TO REPORT-OUT-RECORD
                        WRITE REPORT-OUT-RECORD
                        MOVE 0 TO WS-CLASS-IX
                        PERFORM 9500-PRINT-CATEGORY
                            UNTIL WS-CLASS-IX >= WS-CLASS-COUNT
                END-IF

                MOVE SPACES TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD

                MOVE 'RETURN CODE' TO WS-NL-LABEL
                MOVE WS-RES-RC (1) TO WS-NL-CURRENT
                MOVE WS-RES-RC (2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE SPACES TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD
                MOVE SPACES TO REPORT-OUT-RECORD
                STRING 'SIMULATED FROM THE TOP OF NUMBERSIN - NO '
                    'CHECKPOINT RESTART, NO FILES UPDATED'
                    DELIMITED BY SIZE INTO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9100-WRITE-NUM-LINE.
                MOVE SPACES TO WS-NL-FLAG
                IF WS-NL-CURRENT NOT = WS-NL-PENDING
                        MOVE '<<CHANGED' TO WS-NL-FLAG
                END-IF
                MOVE WS-NUM-LINE TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9200-WRITE-TXT-LINE.
                MOVE SPACES TO WS-TL-FLAG
                IF WS-TL-CURRENT NOT = WS-TL-PENDING
                        MOVE '<<CHANGED' TO WS-TL-FLAG
                END-IF
                MOVE WS-TXT-LINE TO REPORT-OUT-RECORD
                WRITE REPORT-OUT-RECORD.

        9300-SET-LAST-BATCH-TEXT.
                IF WS-PASS = 1
                        EVALUATE WS-RES-LAST-BATCH (1)
                            WHEN 'H'
                                MOVE '     HALTED' TO WS-TL-CURRENT
                            WHEN 'T'
                                MOVE ' TERMINATOR' TO WS-TL-CURRENT
                            WHEN OTHER
                                MOVE 'END-OF-FILE' TO WS-TL-CURRENT
                        END-EVALUATE
                ELSE
                        EVALUATE WS-RES-LAST-BATCH (2)
                            WHEN 'H'
                                MOVE '     HALTED' TO WS-TL-PENDING
                            WHEN 'T'
                                MOVE ' TERMINATOR' TO WS-TL-PENDING
                            WHEN OTHER
                                MOVE 'END-OF-FILE' TO WS-TL-PENDING
                        END-EVALUATE
                END-IF.

        9400-PRINT-REASON.
                ADD 1 TO WS-REASON-IX
                MOVE SPACES TO WS-NL-LABEL
                STRING '  ' WS-REASON-NAME (WS-REASON-IX)
                    DELIMITED BY SIZE INTO WS-NL-LABEL
                MOVE WS-RES-REASON-CTR (1 WS-REASON-IX)
                    TO WS-NL-CURRENT
                MOVE WS-RES-REASON-CTR (2 WS-REASON-IX)
                    TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE.

        9500-PRINT-CATEGORY.
                ADD 1 TO WS-CLASS-IX
                MOVE SPACES TO WS-NL-LABEL
                STRING 'CATEGORY ' WS-CLS-CATEGORY (WS-CLASS-IX)
                    ' COUNT'
                    DELIMITED BY SIZE INTO WS-NL-LABEL
                MOVE WS-CLS-COUNT-ACC (WS-CLASS-IX 1) TO WS-NL-CURRENT
                MOVE WS-CLS-COUNT-ACC (WS-CLASS-IX 2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE

                MOVE SPACES TO WS-NL-LABEL
                STRING 'CATEGORY ' WS-CLS-CATEGORY (WS-CLASS-IX)
                    ' TOTAL'
                    DELIMITED BY SIZE INTO WS-NL-LABEL
                MOVE WS-CLS-TOTAL-ACC (WS-CLASS-IX 1) TO WS-NL-CURRENT
                MOVE WS-CLS-TOTAL-ACC (WS-CLASS-IX 2) TO WS-NL-PENDING
                PERFORM 9100-WRITE-NUM-LINE.
