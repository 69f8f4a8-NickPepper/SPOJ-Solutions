        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPSCOR.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL SOURCE-MASTER ASSIGN TO "SOURCEMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REJECT-HISTORY ASSIGN TO "REJHIST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-IN ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDITARCH"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RH-KEY.
            SELECT FEEDBACK1-OUT ASSIGN TO "FEEDBK1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEEDBACK2-OUT ASSIGN TO "FEEDBK2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEEDBACK3-OUT ASSIGN TO "FEEDBK3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEEDBACK4-OUT ASSIGN TO "FEEDBK4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEEDBACK5-OUT ASSIGN TO "FEEDBK5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SCORE-RPT ASSIGN TO "SCORERPT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD SOURCE-MASTER
            LABEL RECORDS ARE STANDARD.
        01 SOURCE-MASTER-RECORD.
            COPY SRCMSTRC.

        FD REJECT-FILE
            LABEL RECORDS ARE STANDARD.
        01 REJECT-FILE-RECORD.
            COPY REJECTRC.

        FD REJECT-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 REJECT-HISTORY-RECORD PIC X(53).

        FD AUDIT-IN
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-IN-RECORD.
            COPY AUDITRC.

        FD AUDIT-ARCHIVE
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-ARCHIVE-RECORD PIC X(36).

        FD RUN-HISTORY
            LABEL RECORDS ARE STANDARD.
        01 RUN-HISTORY-RECORD.
            COPY RUNHISTRC.

        FD FEEDBACK1-OUT
            LABEL RECORDS ARE STANDARD.
        01 FEEDBACK1-OUT-RECORD PIC X(64).

        FD FEEDBACK2-OUT
            LABEL RECORDS ARE STANDARD.
        01 FEEDBACK2-OUT-RECORD PIC X(64).

        FD FEEDBACK3-OUT
            LABEL RECORDS ARE STANDARD.
        01 FEEDBACK3-OUT-RECORD PIC X(64).

        FD FEEDBACK4-OUT
            LABEL RECORDS ARE STANDARD.
        01 FEEDBACK4-OUT-RECORD PIC X(64).

        FD FEEDBACK5-OUT
            LABEL RECORDS ARE STANDARD.
        01 FEEDBACK5-OUT-RECORD PIC X(64).

        FD SCORE-RPT
            LABEL RECORDS ARE STANDARD.
        01 SCORE-RPT-RECORD PIC X(80).

        WORKING-STORAGE SECTION.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-FOUND-SW PIC X VALUE 'N'.
            88 WS-SOURCE-FOUND VALUE 'Y'.
        77 WS-OTHER-SW PIC X VALUE 'N'.
            88 WS-OTHER-USED VALUE 'Y'.
        77 WS-REASON-SW PIC X VALUE 'N'.
            88 WS-REASON-FOUND VALUE 'Y'.
        77 WS-REV-DATE-SW PIC X VALUE 'N'.
            88 WS-DATE-REVERSED VALUE 'Y'.
        77 WS-FROM-DATE PIC X(08) VALUE LOW-VALUES.
        77 WS-TO-DATE PIC X(08) VALUE HIGH-VALUES.
        77 WS-FROM-TEXT PIC X(08) VALUE 'EARLIEST'.
        77 WS-TO-TEXT PIC X(08) VALUE 'LATEST'.
        77 WS-TODAY PIC X(08) VALUE SPACES.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-SRC-COUNT PIC 9(03) VALUE 0.
        77 WS-SRC-IX PIC 9(03) VALUE 0.
        77 WS-HIT-IX PIC 9(03) VALUE 0.
        77 WS-REASON-IX PIC 9(03) VALUE 0.
        77 WS-RANK-COUNT PIC 9(03) VALUE 0.
        77 WS-RANK-IX PIC 9(03) VALUE 0.
        77 WS-RANK-JX PIC 9(03) VALUE 0.
        77 WS-RANK-HOLD PIC 9(03) VALUE 0.
        77 WS-LOOK-SOURCE PIC X(03) VALUE SPACES.
        77 WS-RUN-COUNT PIC 9(09) VALUE 0.
        77 WS-RH-EXTRACT PIC 9(11) VALUE 0.
        77 WS-RH-REJECT PIC 9(11) VALUE 0.
        77 WS-RH-DUP PIC 9(11) VALUE 0.
        77 WS-REVERSED-SKIPPED PIC 9(09) VALUE 0.
        77 WS-REJ-POSTED PIC 9(09) VALUE 0.
        77 WS-REJ-UNPOSTED PIC 9(09) VALUE 0.
        77 WS-REJ-REVERSED PIC 9(09) VALUE 0.
        77 WS-LAST-POSTED-DATE PIC X(08) VALUE SPACES.
        77 WS-PREV-RH-DATE PIC X(08) VALUE SPACES.
        77 WS-PREV-RH-STATUS PIC X(01) VALUE SPACE.
        77 WS-REV-DATE-COUNT PIC 9(03) VALUE 0.
        77 WS-REV-DATE-IX PIC 9(03) VALUE 0.
        77 WS-PCT-WORK PIC 9(05)V9(02) VALUE 0.
        01 WS-REV-DATE-TABLE.
            05 WS-REV-DATE         PIC X(08) OCCURS 999 TIMES.
        01 WS-REASON-NAMES.
            05 FILLER PIC X(24) VALUE 'VALUE EXCEEDS TWO DIGITS'.
            05 FILLER PIC X(24) VALUE 'NON-NUMERIC VALUE'.
            05 FILLER PIC X(24) VALUE 'VALUE IN NO CATEGORY'.
            05 FILLER PIC X(24) VALUE 'DUPLICATE VALUE IN BATCH'.
        01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
            05 WS-REASON-NAME PIC X(24) OCCURS 4 TIMES.
        01 WS-SCORE-TABLE.
            05 WS-SC-ENTRY OCCURS 7 TIMES.
                10 WS-SC-ID            PIC X(03).
                10 WS-SC-DESC          PIC X(30).
                10 WS-SC-SENT          PIC 9(09).
                10 WS-SC-ACCEPTED      PIC 9(09).
                10 WS-SC-REJECTS       PIC 9(09).
                10 WS-SC-REASON-CTR    PIC 9(09) OCCURS 5 TIMES.
                10 WS-SC-WRITEOFF      PIC 9(09).
                10 WS-SC-CORRECTED     PIC 9(09).
                10 WS-SC-OPEN          PIC 9(09).
                10 WS-SC-PCT           PIC 9(03)V9(02).
        01 WS-RANK-TABLE.
            05 WS-RANK-ENTRY PIC 9(03) OCCURS 6 TIMES.
        01 WS-FEEDBACK-RECORD.
            COPY FEEDBKRC.
        01 WS-SOURCE-HEAD.
            05 FILLER PIC X(04) VALUE 'SRC'.
            05 FILLER PIC X(10) VALUE '      SENT'.
            05 FILLER PIC X(10) VALUE '  ACCEPTED'.
            05 FILLER PIC X(10) VALUE '   REJECTS'.
            05 FILLER PIC X(08) VALUE '  OVERFL'.
            05 FILLER PIC X(08) VALUE '  NONNUM'.
            05 FILLER PIC X(08) VALUE '   NOCAT'.
            05 FILLER PIC X(08) VALUE '     DUP'.
            05 FILLER PIC X(08) VALUE '   OTHER'.
        01 WS-SOURCE-LINE.
            05 WS-SRL-ID               PIC X(03).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SRL-SENT             PIC Z(08)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SRL-ACCEPTED         PIC Z(08)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-SRL-REJECTS          PIC Z(08)9.
            05 WS-SRL-REASON-GROUP OCCURS 5 TIMES.
                10 FILLER              PIC X(01).
                10 WS-SRL-REASON       PIC Z(06)9.
        01 WS-RANK-HEAD.
            05 FILLER PIC X(05) VALUE 'RANK'.
            05 FILLER PIC X(04) VALUE 'SRC'.
            05 FILLER PIC X(31) VALUE 'DEPARTMENT'.
            05 FILLER PIC X(09) VALUE 'WRITEOFF'.
            05 FILLER PIC X(09) VALUE 'CORRECTED'.
            05 FILLER PIC X(09) VALUE '     OPEN'.
            05 FILLER PIC X(08) VALUE ' REJ PCT'.
        01 WS-RANK-LINE.
            05 WS-RKL-RANK             PIC Z9.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-RKL-ID               PIC X(03).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-RKL-DESC             PIC X(30).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-RKL-WRITEOFF         PIC Z(07)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-RKL-CORRECTED        PIC Z(07)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-RKL-OPEN             PIC Z(07)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-RKL-PCT              PIC ZZ9.99.

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(16).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-IF

                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY

                PERFORM 1000-LOAD-SOURCE-MASTER
                PERFORM 1400-OPEN-FEEDBACK-FILES
                PERFORM 2000-COUNT-ACCEPTED
                PERFORM 4000-TOTAL-RUN-HISTORY
                PERFORM 3000-SCORE-REJECTS
                PERFORM 5000-RANK-SOURCES
                PERFORM 1600-CLOSE-FEEDBACK-FILES
                PERFORM 9000-PRINT-SCORECARD

                DISPLAY 'SAMPSCOR: SCORECARD ' WS-FROM-TEXT ' TO '
                    WS-TO-TEXT ' FOR ' WS-SRC-COUNT ' SOURCES'
                STOP RUN.

        0100-VALIDATE-PARM.
                IF LS-PARM-AREA(1:8) NOT = SPACES
                        IF LS-PARM-AREA(1:8) NUMERIC
                                MOVE LS-PARM-AREA(1:8)
                                    TO WS-FROM-DATE WS-FROM-TEXT
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                                DISPLAY 'SAMPSCOR: FROM DATE IS '
                                    'NOT A VALID YYYYMMDD'
                        END-IF
                END-IF
                IF LS-PARM-AREA(9:8) NOT = SPACES
                        IF LS-PARM-AREA(9:8) NUMERIC
                                MOVE LS-PARM-AREA(9:8)
                                    TO WS-TO-DATE WS-TO-TEXT
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                                DISPLAY 'SAMPSCOR: TO DATE IS '
                                    'NOT A VALID YYYYMMDD'
                        END-IF
                END-IF
                IF WS-PARM-GOOD
                   AND WS-FROM-DATE > WS-TO-DATE
                        SET WS-PARM-BAD TO TRUE
                        DISPLAY 'SAMPSCOR: FROM DATE IS AFTER '
                            'TO DATE'
                END-IF.

        1000-LOAD-SOURCE-MASTER.
                MOVE 0 TO WS-SRC-IX
                PERFORM 1300-CLEAR-ONE-SOURCE UNTIL WS-SRC-IX >= 7
                MOVE '***' TO WS-SC-ID (6)
                MOVE 'SOURCE NOT ON SOURCE MASTER' TO WS-SC-DESC (6)

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT SOURCE-MASTER
                PERFORM 1100-LOAD-ONE-SOURCE UNTIL WS-EOF
                CLOSE SOURCE-MASTER

                IF WS-SRC-COUNT = 0
                        PERFORM 1200-DEFAULT-SOURCES
                END-IF.

        1100-LOAD-ONE-SOURCE.
                READ SOURCE-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF WS-SRC-COUNT < 5
                                ADD 1 TO WS-SRC-COUNT
                                MOVE SRC-ID TO WS-SC-ID (WS-SRC-COUNT)
                                MOVE SRC-DESC
                                    TO WS-SC-DESC (WS-SRC-COUNT)
                        ELSE
                                DISPLAY 'SAMPSCOR: SOURCE MASTER '
                                    'HAS MORE THAN FIVE SOURCES '
                                    '- EXTRAS SCORED AS UNLISTED'
                        END-IF
                END-IF.

        1200-DEFAULT-SOURCES.
                MOVE 3 TO WS-SRC-COUNT
                MOVE 'S01' TO WS-SC-ID (1)
                MOVE 'S02' TO WS-SC-ID (2)
                MOVE 'S03' TO WS-SC-ID (3)
                MOVE 'NO SOURCE MASTER PRESENT' TO WS-SC-DESC (1)
                    WS-SC-DESC (2) WS-SC-DESC (3).

        1300-CLEAR-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                MOVE SPACES TO WS-SC-ID (WS-SRC-IX)
                    WS-SC-DESC (WS-SRC-IX)
                MOVE 0 TO WS-SC-SENT (WS-SRC-IX)
                    WS-SC-ACCEPTED (WS-SRC-IX)
                    WS-SC-REJECTS (WS-SRC-IX)
                    WS-SC-WRITEOFF (WS-SRC-IX)
                    WS-SC-CORRECTED (WS-SRC-IX)
                    WS-SC-OPEN (WS-SRC-IX)
                    WS-SC-PCT (WS-SRC-IX)
                MOVE 0 TO WS-REASON-IX
                PERFORM 1310-CLEAR-ONE-REASON
                    UNTIL WS-REASON-IX >= 5.

        1310-CLEAR-ONE-REASON.
                ADD 1 TO WS-REASON-IX
                MOVE 0 TO WS-SC-REASON-CTR (WS-SRC-IX WS-REASON-IX).

        1400-OPEN-FEEDBACK-FILES.
                OPEN OUTPUT FEEDBACK1-OUT
                     OUTPUT FEEDBACK2-OUT
                     OUTPUT FEEDBACK3-OUT
                     OUTPUT FEEDBACK4-OUT
                     OUTPUT FEEDBACK5-OUT
                MOVE 0 TO WS-HIT-IX
                PERFORM 1450-WRITE-ONE-HEADER
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT.

        1450-WRITE-ONE-HEADER.
                ADD 1 TO WS-HIT-IX
                MOVE SPACES TO WS-FEEDBACK-RECORD
                MOVE 'H' TO FB-REC-TYPE
                MOVE WS-SC-ID (WS-HIT-IX) TO FB-SOURCE
                MOVE WS-FROM-TEXT TO FB-FROM-DATE
                MOVE WS-TO-TEXT TO FB-TO-DATE
                MOVE WS-TODAY TO FB-CREATE-DATE
                MOVE WS-SC-DESC (WS-HIT-IX) TO FB-SOURCE-DESC
                PERFORM 8000-WRITE-FEEDBACK.

        1600-CLOSE-FEEDBACK-FILES.
                MOVE 0 TO WS-HIT-IX
                PERFORM 1650-WRITE-ONE-TRAILER
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT
                CLOSE FEEDBACK1-OUT FEEDBACK2-OUT FEEDBACK3-OUT
                      FEEDBACK4-OUT FEEDBACK5-OUT.

        1650-WRITE-ONE-TRAILER.
                ADD 1 TO WS-HIT-IX
                MOVE SPACES TO WS-FEEDBACK-RECORD
                MOVE 'T' TO FB-REC-TYPE
                MOVE WS-SC-ID (WS-HIT-IX) TO FB-SOURCE
                MOVE WS-SC-REJECTS (WS-HIT-IX) TO FB-DETAIL-COUNT
                MOVE WS-SC-SENT (WS-HIT-IX) TO FB-RECORDS-SENT
                MOVE WS-SC-PCT (WS-HIT-IX) TO FB-REJECT-PCT
                MOVE WS-SC-WRITEOFF (WS-HIT-IX) TO FB-WRITEOFF-COUNT
                MOVE WS-SC-CORRECTED (WS-HIT-IX)
                    TO FB-CORRECTED-COUNT
                PERFORM 8000-WRITE-FEEDBACK.

        1500-FIND-SOURCE.
                MOVE 'N' TO WS-FOUND-SW
                MOVE 0 TO WS-SRC-IX
                PERFORM 1510-CHECK-ONE-SOURCE
                    UNTIL WS-SRC-IX >= WS-SRC-COUNT
                    OR WS-SOURCE-FOUND
                IF WS-SOURCE-FOUND
                        MOVE WS-SRC-IX TO WS-HIT-IX
                ELSE
                        MOVE 6 TO WS-HIT-IX
                        SET WS-OTHER-USED TO TRUE
                END-IF.

        1510-CHECK-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                IF WS-SC-ID (WS-SRC-IX) = WS-LOOK-SOURCE
                        SET WS-SOURCE-FOUND TO TRUE
                END-IF.

        2000-COUNT-ACCEPTED.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-IN
                PERFORM 2100-COUNT-ONE-AUDIT UNTIL WS-EOF
                CLOSE AUDIT-IN

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-ARCHIVE
                PERFORM 2200-COUNT-ONE-ARCHIVE UNTIL WS-EOF
                CLOSE AUDIT-ARCHIVE.

        2100-COUNT-ONE-AUDIT.
                READ AUDIT-IN
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND AUD-RUN-DATE NOT < WS-FROM-DATE
                   AND AUD-RUN-DATE NOT > WS-TO-DATE
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-REVERSED-SKIPPED
                        ELSE
                                MOVE AUD-SOURCE TO WS-LOOK-SOURCE
                                PERFORM 1500-FIND-SOURCE
                                ADD 1 TO WS-SC-ACCEPTED (WS-HIT-IX)
                        END-IF
                END-IF.

        2200-COUNT-ONE-ARCHIVE.
                READ AUDIT-ARCHIVE INTO AUDIT-IN-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND AUD-RUN-DATE NOT < WS-FROM-DATE
                   AND AUD-RUN-DATE NOT > WS-TO-DATE
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-REVERSED-SKIPPED
                        ELSE
                                MOVE AUD-SOURCE TO WS-LOOK-SOURCE
                                PERFORM 1500-FIND-SOURCE
                                ADD 1 TO WS-SC-ACCEPTED (WS-HIT-IX)
                        END-IF
                END-IF.

        3000-SCORE-REJECTS.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT REJECT-HISTORY
                PERFORM 3100-SCORE-ONE-POSTED UNTIL WS-EOF
                CLOSE REJECT-HISTORY

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT REJECT-FILE
                PERFORM 3150-SCORE-ONE-UNPOSTED UNTIL WS-EOF
                CLOSE REJECT-FILE.

        3100-SCORE-ONE-POSTED.
                READ REJECT-HISTORY INTO REJECT-FILE-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF REJ-CREATE-DATE > WS-LAST-POSTED-DATE
                                MOVE REJ-CREATE-DATE
                                    TO WS-LAST-POSTED-DATE
                        END-IF
                        IF REJ-CREATE-DATE NOT < WS-FROM-DATE
                           AND REJ-CREATE-DATE NOT > WS-TO-DATE
                                PERFORM 3400-CHECK-REVERSED-DATE
                                IF WS-DATE-REVERSED
                                        ADD 1 TO WS-REJ-REVERSED
                                ELSE
                                        ADD 1 TO WS-REJ-POSTED
                                        PERFORM 3200-TALLY-REJECT
                                END-IF
                        END-IF
                END-IF.

        3150-SCORE-ONE-UNPOSTED.
                READ REJECT-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND REJ-CREATE-DATE > WS-LAST-POSTED-DATE
                   AND REJ-CREATE-DATE NOT < WS-FROM-DATE
                   AND REJ-CREATE-DATE NOT > WS-TO-DATE
                        PERFORM 3400-CHECK-REVERSED-DATE
                        IF WS-DATE-REVERSED
                                ADD 1 TO WS-REJ-REVERSED
                        ELSE
                                ADD 1 TO WS-REJ-UNPOSTED
                                PERFORM 3200-TALLY-REJECT
                        END-IF
                END-IF.

        3200-TALLY-REJECT.
                MOVE REJ-SOURCE TO WS-LOOK-SOURCE
                PERFORM 1500-FIND-SOURCE
                ADD 1 TO WS-SC-REJECTS (WS-HIT-IX)

                MOVE 'N' TO WS-REASON-SW
                MOVE 0 TO WS-REASON-IX
                PERFORM 3300-MATCH-ONE-REASON
                    UNTIL WS-REASON-IX >= 4
                    OR WS-REASON-FOUND
                IF NOT WS-REASON-FOUND
                        MOVE 5 TO WS-REASON-IX
                END-IF
                ADD 1 TO WS-SC-REASON-CTR (WS-HIT-IX WS-REASON-IX)

                EVALUATE REJ-STATUS
                    WHEN 'W'
                        ADD 1 TO WS-SC-WRITEOFF (WS-HIT-IX)
                    WHEN 'C'
                    WHEN 'R'
                        ADD 1 TO WS-SC-CORRECTED (WS-HIT-IX)
                    WHEN OTHER
                        ADD 1 TO WS-SC-OPEN (WS-HIT-IX)
                END-EVALUATE

                IF WS-HIT-IX <= 5
                        MOVE SPACES TO WS-FEEDBACK-RECORD
                        MOVE 'D' TO FB-REC-TYPE
                        MOVE REJ-SOURCE TO FB-SOURCE
                        MOVE REJ-CREATE-DATE TO FB-REJ-DATE
                        MOVE REJ-VALUE TO FB-REJ-VALUE
                        MOVE REJ-REASON TO FB-REJ-REASON
                        MOVE REJ-STATUS TO FB-REJ-STATUS
                        MOVE REJ-WORKED-DATE TO FB-REJ-WORKED-DATE
                        PERFORM 8000-WRITE-FEEDBACK
                END-IF.

        3300-MATCH-ONE-REASON.
                ADD 1 TO WS-REASON-IX
                IF REJ-REASON = WS-REASON-NAME (WS-REASON-IX)
                        SET WS-REASON-FOUND TO TRUE
                END-IF.

        3400-CHECK-REVERSED-DATE.
                MOVE 'N' TO WS-REV-DATE-SW
                MOVE 0 TO WS-REV-DATE-IX
                PERFORM 3410-CHECK-ONE-REV-DATE
                    UNTIL WS-REV-DATE-IX >= WS-REV-DATE-COUNT
                    OR WS-DATE-REVERSED.

        3410-CHECK-ONE-REV-DATE.
                ADD 1 TO WS-REV-DATE-IX
                IF WS-REV-DATE (WS-REV-DATE-IX) = REJ-CREATE-DATE
                        SET WS-DATE-REVERSED TO TRUE
                END-IF.

        4000-TOTAL-RUN-HISTORY.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT RUN-HISTORY
                PERFORM 4100-TOTAL-ONE-RUN UNTIL WS-EOF
                CLOSE RUN-HISTORY
                PERFORM 4200-NOTE-DATE-OUTCOME.

        4100-TOTAL-ONE-RUN.
                READ RUN-HISTORY NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND RH-RUN-DATE NOT < WS-FROM-DATE
                   AND RH-RUN-DATE NOT > WS-TO-DATE
                        IF RH-RUN-DATE NOT = WS-PREV-RH-DATE
                                PERFORM 4200-NOTE-DATE-OUTCOME
                        END-IF
                        MOVE RH-RUN-DATE TO WS-PREV-RH-DATE
                        MOVE RH-STATUS TO WS-PREV-RH-STATUS
                        IF RH-STATUS NOT = 'R'
                                ADD 1 TO WS-RUN-COUNT
                                ADD RH-EXTRACT-COUNT TO WS-RH-EXTRACT
                                ADD RH-REJECT-COUNT TO WS-RH-REJECT
                                ADD RH-DUP-COUNT TO WS-RH-DUP
                        END-IF
                END-IF.

        4200-NOTE-DATE-OUTCOME.
                IF WS-PREV-RH-STATUS = 'R'
                   AND WS-REV-DATE-COUNT < 999
                        ADD 1 TO WS-REV-DATE-COUNT
                        MOVE WS-PREV-RH-DATE
                            TO WS-REV-DATE (WS-REV-DATE-COUNT)
                END-IF.

        5000-RANK-SOURCES.
                MOVE 0 TO WS-RANK-COUNT
                MOVE 0 TO WS-SRC-IX
                PERFORM 5100-RATE-ONE-SOURCE
                    UNTIL WS-SRC-IX >= WS-SRC-COUNT
                IF WS-OTHER-USED
                        MOVE 5 TO WS-SRC-IX
                        PERFORM 5100-RATE-ONE-SOURCE
                END-IF

                MOVE 0 TO WS-RANK-IX
                PERFORM 5200-RANK-ONE-POSITION
                    UNTIL WS-RANK-IX >= WS-RANK-COUNT.

        5100-RATE-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                ADD WS-SC-ACCEPTED (WS-SRC-IX) WS-SC-REJECTS (WS-SRC-IX)
                    GIVING WS-SC-SENT (WS-SRC-IX)
                IF WS-SC-SENT (WS-SRC-IX) > 0
                        COMPUTE WS-PCT-WORK ROUNDED =
                            WS-SC-REJECTS (WS-SRC-IX) * 100
                            / WS-SC-SENT (WS-SRC-IX)
                        MOVE WS-PCT-WORK TO WS-SC-PCT (WS-SRC-IX)
                END-IF
                ADD 1 TO WS-RANK-COUNT
                MOVE WS-SRC-IX TO WS-RANK-ENTRY (WS-RANK-COUNT).

        5200-RANK-ONE-POSITION.
                ADD 1 TO WS-RANK-IX
                MOVE WS-RANK-IX TO WS-RANK-JX
                PERFORM 5300-COMPARE-ONE-SOURCE
                    UNTIL WS-RANK-JX >= WS-RANK-COUNT.

        5300-COMPARE-ONE-SOURCE.
                ADD 1 TO WS-RANK-JX
                IF WS-SC-PCT (WS-RANK-ENTRY (WS-RANK-JX))
                   > WS-SC-PCT (WS-RANK-ENTRY (WS-RANK-IX))
                        MOVE WS-RANK-ENTRY (WS-RANK-IX) TO WS-RANK-HOLD
                        MOVE WS-RANK-ENTRY (WS-RANK-JX)
                            TO WS-RANK-ENTRY (WS-RANK-IX)
                        MOVE WS-RANK-HOLD
                            TO WS-RANK-ENTRY (WS-RANK-JX)
                END-IF.

        8000-WRITE-FEEDBACK.
                EVALUATE WS-HIT-IX
                    WHEN 1
                        MOVE WS-FEEDBACK-RECORD TO FEEDBACK1-OUT-RECORD
                        WRITE FEEDBACK1-OUT-RECORD
                    WHEN 2
                        MOVE WS-FEEDBACK-RECORD TO FEEDBACK2-OUT-RECORD
                        WRITE FEEDBACK2-OUT-RECORD
                    WHEN 3
                        MOVE WS-FEEDBACK-RECORD TO FEEDBACK3-OUT-RECORD
                        WRITE FEEDBACK3-OUT-RECORD
                    WHEN 4
                        MOVE WS-FEEDBACK-RECORD TO FEEDBACK4-OUT-RECORD
                        WRITE FEEDBACK4-OUT-RECORD
                    WHEN 5
                        MOVE WS-FEEDBACK-RECORD TO FEEDBACK5-OUT-RECORD
                        WRITE FEEDBACK5-OUT-RECORD
                END-EVALUATE.

        9000-PRINT-SCORECARD.
                OPEN OUTPUT SCORE-RPT
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'SAMPSCOR DEPARTMENT DATA-QUALITY SCORECARD'
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD

                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'REQUESTED RANGE..........: '
                    WS-FROM-TEXT ' TO ' WS-TO-TEXT
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD

                MOVE SPACES TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'RECORDS AND REJECTS BY SOURCE'
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE WS-SOURCE-HEAD TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD

                MOVE 0 TO WS-RANK-IX
                PERFORM 9100-PRINT-ONE-SOURCE
                    UNTIL WS-RANK-IX >= WS-RANK-COUNT
                PERFORM 9150-PRINT-ALL-SOURCES

                MOVE SPACES TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'DISPOSITION AND REJECT-RATE RANKING'
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE WS-RANK-HEAD TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD

                MOVE 0 TO WS-RANK-IX
                PERFORM 9200-PRINT-ONE-RANK
                    UNTIL WS-RANK-IX >= WS-RANK-COUNT

                PERFORM 9300-PRINT-RECONCILIATION
                CLOSE SCORE-RPT.

        9100-PRINT-ONE-SOURCE.
                ADD 1 TO WS-RANK-IX
                MOVE WS-RANK-ENTRY (WS-RANK-IX) TO WS-SRC-IX
                MOVE SPACES TO WS-SOURCE-LINE
                MOVE WS-SC-ID (WS-SRC-IX) TO WS-SRL-ID
                MOVE WS-SC-SENT (WS-SRC-IX) TO WS-SRL-SENT
                MOVE WS-SC-ACCEPTED (WS-SRC-IX) TO WS-SRL-ACCEPTED
                MOVE WS-SC-REJECTS (WS-SRC-IX) TO WS-SRL-REJECTS
                MOVE 0 TO WS-REASON-IX
                PERFORM 9110-FORMAT-ONE-REASON
                    UNTIL WS-REASON-IX >= 5
                MOVE WS-SOURCE-LINE TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD.

        9110-FORMAT-ONE-REASON.
                ADD 1 TO WS-REASON-IX
                MOVE WS-SC-REASON-CTR (WS-SRC-IX WS-REASON-IX)
                    TO WS-SRL-REASON (WS-REASON-IX).

        9150-PRINT-ALL-SOURCES.
                MOVE 0 TO WS-SRC-IX
                PERFORM 9160-ADD-ONE-SOURCE
                    UNTIL WS-SRC-IX >= 6
                MOVE 7 TO WS-SRC-IX
                MOVE SPACES TO WS-SOURCE-LINE
                MOVE 'ALL' TO WS-SRL-ID
                MOVE WS-SC-SENT (7) TO WS-SRL-SENT
                MOVE WS-SC-ACCEPTED (7) TO WS-SRL-ACCEPTED
                MOVE WS-SC-REJECTS (7) TO WS-SRL-REJECTS
                MOVE 0 TO WS-REASON-IX
                PERFORM 9110-FORMAT-ONE-REASON
                    UNTIL WS-REASON-IX >= 5
                MOVE WS-SOURCE-LINE TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD.

        9160-ADD-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                ADD WS-SC-SENT (WS-SRC-IX) TO WS-SC-SENT (7)
                ADD WS-SC-ACCEPTED (WS-SRC-IX) TO WS-SC-ACCEPTED (7)
                ADD WS-SC-REJECTS (WS-SRC-IX) TO WS-SC-REJECTS (7)
                MOVE 0 TO WS-REASON-IX
                PERFORM 9170-ADD-ONE-REASON
                    UNTIL WS-REASON-IX >= 5.

        9170-ADD-ONE-REASON.
                ADD 1 TO WS-REASON-IX
                ADD WS-SC-REASON-CTR (WS-SRC-IX WS-REASON-IX)
                    TO WS-SC-REASON-CTR (7 WS-REASON-IX).

        9200-PRINT-ONE-RANK.
                ADD 1 TO WS-RANK-IX
                MOVE WS-RANK-ENTRY (WS-RANK-IX) TO WS-SRC-IX
                MOVE WS-RANK-IX TO WS-RKL-RANK
                MOVE WS-SC-ID (WS-SRC-IX) TO WS-RKL-ID
                MOVE WS-SC-DESC (WS-SRC-IX) TO WS-RKL-DESC
                MOVE WS-SC-WRITEOFF (WS-SRC-IX) TO WS-RKL-WRITEOFF
                MOVE WS-SC-CORRECTED (WS-SRC-IX) TO WS-RKL-CORRECTED
                MOVE WS-SC-OPEN (WS-SRC-IX) TO WS-RKL-OPEN
                MOVE WS-SC-PCT (WS-SRC-IX) TO WS-RKL-PCT
                MOVE WS-RANK-LINE TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD.

        9300-PRINT-RECONCILIATION.
                MOVE SPACES TO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'RUNS IN RANGE............: ' WS-RUN-COUNT
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'RUNHIST EXTRACTED........: ' WS-RH-EXTRACT
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'RUNHIST REJECTED.........: ' WS-RH-REJECT
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'RUNHIST DUPLICATES.......: ' WS-RH-DUP
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'REVERSED RECORDS SKIPPED.: '
                    WS-REVERSED-SKIPPED
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'REJECTS FROM REJHIST.....: ' WS-REJ-POSTED
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'REJECTS NOT YET POSTED...: ' WS-REJ-UNPOSTED
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD
                MOVE SPACES TO SCORE-RPT-RECORD
                STRING 'REJECTS OF REVERSED RUNS.: ' WS-REJ-REVERSED
                    DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                WRITE SCORE-RPT-RECORD

                IF WS-SC-ACCEPTED (7) NOT = WS-RH-EXTRACT
                        MOVE SPACES TO SCORE-RPT-RECORD
                        STRING '*** ACCEPTED RECORDS DO NOT AGREE '
                            'WITH RUNHIST EXTRACTED ***'
                            DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                        WRITE SCORE-RPT-RECORD
                END-IF
                IF WS-SC-REJECTS (7) NOT = WS-RH-REJECT
                        MOVE SPACES TO SCORE-RPT-RECORD
                        STRING '*** REJECTS ON FILE DO NOT AGREE '
                            'WITH RUNHIST REJECTED ***'
                            DELIMITED BY SIZE INTO SCORE-RPT-RECORD
                        WRITE SCORE-RPT-RECORD
                END-IF.
