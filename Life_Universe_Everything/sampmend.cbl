        IDENTIFICATION DIVISION.
        PROGRAM-ID. SAMPMEND.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SOURCE-MASTER ASSIGN TO "SOURCEMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CLASS-MASTER ASSIGN TO "CLASSMST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RATE-MASTER ASSIGN TO "CHGRATE"
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
            SELECT OPTIONAL MONTH-CLOSE ASSIGN TO "MONCLOSE"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MEND-RPT ASSIGN TO "MENDRPT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATEMENT1-OUT ASSIGN TO "STMT1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATEMENT2-OUT ASSIGN TO "STMT2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATEMENT3-OUT ASSIGN TO "STMT3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATEMENT4-OUT ASSIGN TO "STMT4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATEMENT5-OUT ASSIGN TO "STMT5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-CHARGES-OUT ASSIGN TO "GLCHRG"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO "ALERTLOG"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01 CALENDAR-RECORD.
            COPY CALENDRC.

        FD SOURCE-MASTER
            LABEL RECORDS ARE STANDARD.
        01 SOURCE-MASTER-RECORD.
            COPY SRCMSTRC.

        FD CLASS-MASTER
            LABEL RECORDS ARE STANDARD.
        01 CLASS-MASTER-RECORD.
            COPY CLASSRC.

        FD RATE-MASTER
            LABEL RECORDS ARE STANDARD.
        01 RATE-MASTER-RECORD.
            COPY CHGRATRC.

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

        FD MONTH-CLOSE
            LABEL RECORDS ARE STANDARD.
        01 MONTH-CLOSE-RECORD.
            COPY MONCLSRC.

        FD MEND-RPT
            LABEL RECORDS ARE STANDARD.
        01 MEND-RPT-RECORD PIC X(80).

        FD STATEMENT1-OUT
            LABEL RECORDS ARE STANDARD.
        01 STATEMENT1-OUT-RECORD PIC X(80).

        FD STATEMENT2-OUT
            LABEL RECORDS ARE STANDARD.
        01 STATEMENT2-OUT-RECORD PIC X(80).

        FD STATEMENT3-OUT
            LABEL RECORDS ARE STANDARD.
        01 STATEMENT3-OUT-RECORD PIC X(80).

        FD STATEMENT4-OUT
            LABEL RECORDS ARE STANDARD.
        01 STATEMENT4-OUT-RECORD PIC X(80).

        FD STATEMENT5-OUT
            LABEL RECORDS ARE STANDARD.
        01 STATEMENT5-OUT-RECORD PIC X(80).

        FD GL-CHARGES-OUT
            LABEL RECORDS ARE STANDARD.
        01 GL-CHARGES-OUT-RECORD.
            COPY GLCHRGRC.

        FD ALERT-LOG
            LABEL RECORDS ARE STANDARD.
        01 ALERT-LOG-RECORD.
            COPY ALERTRC.

        WORKING-STORAGE SECTION.
        77 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        77 WS-PARM-SW PIC X VALUE 'Y'.
            88 WS-PARM-GOOD VALUE 'Y'.
            88 WS-PARM-BAD VALUE 'N'.
        77 WS-MODE-SW PIC X VALUE 'N'.
            88 WS-NIGHTLY-RUN VALUE 'N'.
            88 WS-MANUAL-CLOSE VALUE 'M'.
        77 WS-CLOSE-SW PIC X VALUE 'N'.
            88 WS-CLOSE-DUE VALUE 'Y'.
        77 WS-POSTED-SW PIC X VALUE 'N'.
            88 WS-DAY-ALREADY-POSTED VALUE 'Y'.
        77 WS-FOUND-SW PIC X VALUE 'N'.
            88 WS-SOURCE-FOUND VALUE 'Y'.
        77 WS-OTHER-SW PIC X VALUE 'N'.
            88 WS-OTHER-USED VALUE 'Y'.
        77 WS-REVIEW-SW PIC X VALUE 'N'.
            88 WS-REVIEW-NEEDED VALUE 'Y'.
        77 WS-REV-DATE-SW PIC X VALUE 'N'.
            88 WS-DATE-REVERSED VALUE 'Y'.
        77 WS-TODAY PIC X(08) VALUE SPACES.
        77 WS-NOW-TIME PIC X(08) VALUE SPACES.
        77 WS-CURRENT-DATE-TIME PIC X(21).
        77 WS-OPEN-DATE PIC X(08) VALUE SPACES.
        77 WS-LAST-CLOSED-DATE PIC X(08) VALUE SPACES.
        77 WS-CLOSE-MONTH PIC X(06) VALUE SPACES.
        77 WS-MONTH-END PIC X(08) VALUE SPACES.
        77 WS-PERIOD-START PIC X(08) VALUE SPACES.
        77 WS-PERIOD-END PIC X(08) VALUE SPACES.
        77 WS-PRIOR-CLOSE-DATE PIC X(08) VALUE SPACES.
        77 WS-FINAL-RC PIC 9(02) VALUE 0.
        77 WS-BUS-DAYS PIC 9(03) VALUE 0.
        77 WS-POSTED-COUNT PIC 9(09) VALUE 0.
        77 WS-UNPOSTED-COUNT PIC 9(09) VALUE 0.
        77 WS-RUN-COUNT PIC 9(05) VALUE 0.
        77 WS-REVERSED-RUNS PIC 9(05) VALUE 0.
        77 WS-RH-READ PIC 9(11) VALUE 0.
        77 WS-RH-EXTRACT PIC 9(11) VALUE 0.
        77 WS-RH-REJECT PIC 9(11) VALUE 0.
        77 WS-RH-DUP PIC 9(11) VALUE 0.
        77 WS-RH-TERM PIC 9(11) VALUE 0.
        77 WS-RH-TOTAL PIC 9(13) VALUE 0.
        77 WS-RH-AVG PIC 9(03)V9(02) VALUE 0.
        77 WS-REVERSED-SKIPPED PIC 9(09) VALUE 0.
        77 WS-REJ-HISTORY PIC 9(11) VALUE 0.
        77 WS-REJ-REVERSED PIC 9(09) VALUE 0.
        77 WS-PREV-RH-DATE PIC X(08) VALUE SPACES.
        77 WS-PREV-RH-STATUS PIC X(01) VALUE SPACE.
        77 WS-REV-DATE-COUNT PIC 9(03) VALUE 0.
        77 WS-REV-DATE-IX PIC 9(03) VALUE 0.
        77 WS-SRC-COUNT PIC 9(03) VALUE 0.
        77 WS-SRC-IX PIC 9(03) VALUE 0.
        77 WS-HIT-IX PIC 9(03) VALUE 0.
        77 WS-LOOK-SOURCE PIC X(03) VALUE SPACES.
        77 WS-RATE-COUNT PIC 9(03) VALUE 0.
        77 WS-RATE-IX PIC 9(03) VALUE 0.
        77 WS-RATE-IGNORED PIC 9(05) VALUE 0.
        77 WS-BEST-IX PIC 9(03) VALUE 0.
        77 WS-UNPRICED-COUNT PIC 9(03) VALUE 0.
        77 WS-CLASS-COUNT PIC 9(03) VALUE 0.
        77 WS-CLASS-IX PIC 9(03) VALUE 0.
        77 WS-CAT-COUNT PIC 9(03) VALUE 0.
        77 WS-CAT-IX PIC 9(03) VALUE 0.
        77 WS-CAT-HIT-IX PIC 9(03) VALUE 0.
        77 WS-LOOK-CATEGORY PIC X(03) VALUE SPACES.
        77 WS-SHARE-PCT PIC 9(03)V9(02) VALUE 0.
        77 WS-GL-COUNT PIC 9(09) VALUE 0.
        77 WS-GL-DEBITS PIC 9(11)V9(02) VALUE 0.
        77 WS-GL-CREDITS PIC 9(11)V9(02) VALUE 0.
        77 WS-ALERT-SEVERITY PIC X VALUE SPACE.
        77 WS-ALERT-TEXT PIC X(40) VALUE SPACES.
        77 WS-ED-AVERAGE PIC 9(03).9(02).
        77 WS-ED-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-VALUE-WORK.
            05 WS-VALUE-X          PIC X(02).
            05 WS-VALUE-NUM REDEFINES WS-VALUE-X
                                   PIC 9(02).
        01 WS-REV-DATE-TABLE.
            05 WS-REV-DATE         PIC X(08) OCCURS 31 TIMES.
        01 WS-SC-TABLE.
            05 WS-SC-ENTRY OCCURS 7 TIMES.
                10 WS-SC-ID            PIC X(03).
                10 WS-SC-DESC          PIC X(30).
                10 WS-SC-ACCEPTED      PIC 9(09).
                10 WS-SC-REJECTS       PIC 9(09).
                10 WS-SC-DUPS          PIC 9(09).
                10 WS-SC-RATE-SW       PIC X(01).
                    88 WS-SC-PRICED    VALUE 'Y'.
                10 WS-SC-EFF-DATE      PIC X(08).
                10 WS-SC-ACC-RATE      PIC 9(03)V9(04).
                10 WS-SC-REJ-RATE      PIC 9(03)V9(04).
                10 WS-SC-DUP-RATE      PIC 9(03)V9(04).
                10 WS-SC-DEBIT-ACCT    PIC X(10).
                10 WS-SC-CREDIT-ACCT   PIC X(10).
                10 WS-SC-ACC-CHARGE    PIC 9(09)V9(02).
                10 WS-SC-REJ-CHARGE    PIC 9(09)V9(02).
                10 WS-SC-DUP-CHARGE    PIC 9(09)V9(02).
                10 WS-SC-TOTAL-CHARGE  PIC 9(09)V9(02).
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 50 TIMES.
                10 WS-RT-SOURCE        PIC X(03).
                10 WS-RT-EFF-DATE      PIC X(08).
                10 WS-RT-ACC-RATE      PIC 9(03)V9(04).
                10 WS-RT-REJ-RATE      PIC 9(03)V9(04).
                10 WS-RT-DUP-RATE      PIC 9(03)V9(04).
                10 WS-RT-DEBIT-ACCT    PIC X(10).
                10 WS-RT-CREDIT-ACCT   PIC X(10).
        01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 20 TIMES.
                10 WS-CLS-FROM         PIC 9(02).
                10 WS-CLS-TO           PIC 9(02).
                10 WS-CLS-CATEGORY     PIC X(03).
        01 WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 21 TIMES.
                10 WS-CAT-CODE         PIC X(03).
                10 WS-CAT-DESC         PIC X(30).
                10 WS-CAT-ACCEPTED     PIC 9(09).
                10 WS-CAT-DUPS         PIC 9(09).
        01 WS-STATEMENT-LINE           PIC X(80).
        01 WS-CHARGE-HEAD.
            05 FILLER PIC X(24) VALUE 'CHARGE'.
            05 FILLER PIC X(12) VALUE '    UNITS'.
            05 FILLER PIC X(11) VALUE '    RATE'.
            05 FILLER PIC X(16) VALUE '          AMOUNT'.
        01 WS-CHARGE-LINE.
            05 WS-CHL-DESC             PIC X(24).
            05 WS-CHL-UNITS            PIC Z(08)9.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-CHL-RATE             PIC ZZ9.9999.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WS-CHL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-DEPT-HEAD.
            05 FILLER PIC X(04) VALUE 'SRC'.
            05 FILLER PIC X(21) VALUE 'DEPARTMENT'.
            05 FILLER PIC X(10) VALUE '  ACCEPTED'.
            05 FILLER PIC X(10) VALUE '   REJECTS'.
            05 FILLER PIC X(10) VALUE ' DUPLICATE'.
            05 FILLER PIC X(17) VALUE '           CHARGE'.
        01 WS-DEPT-LINE.
            05 WS-DL-ID                PIC X(03).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-DESC              PIC X(20).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-ACCEPTED          PIC Z(08)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-REJECTS           PIC Z(08)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-DUPS              PIC Z(08)9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-CHARGE            PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-DL-NOTE              PIC X(08).
        01 WS-CAT-HEAD.
            05 FILLER PIC X(04) VALUE 'CAT'.
            05 FILLER PIC X(31) VALUE 'DESCRIPTION'.
            05 FILLER PIC X(10) VALUE '  ACCEPTED'.
            05 FILLER PIC X(08) VALUE '   SHARE'.
            05 FILLER PIC X(10) VALUE ' DUPLICATE'.
        01 WS-CAT-LINE.
            05 WS-CTL-CODE             PIC X(03).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-CTL-DESC             PIC X(30).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-CTL-ACCEPTED         PIC Z(08)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WS-CTL-SHARE            PIC ZZ9.99.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WS-CTL-DUPS             PIC Z(08)9.

        LINKAGE SECTION.
        01 LS-PARM-AREA PIC X(06).

        PROCEDURE DIVISION USING LS-PARM-AREA.
        0000-MAIN.
                PERFORM 0100-VALIDATE-PARM
                IF WS-PARM-BAD
                        DISPLAY 'SAMPMEND: PARM MUST BE SPACES OR '
                            'THE MONTH TO CLOSE AS YYYYMM'
                        MOVE 8 TO RETURN-CODE
                        GOBACK
                END-IF

                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
                MOVE WS-CURRENT-DATE-TIME(9:8) TO WS-NOW-TIME

                PERFORM 1000-READ-CALENDAR
                OPEN OUTPUT MEND-RPT
                PERFORM 1500-PRINT-HEADING

                IF WS-NIGHTLY-RUN
                        PERFORM 2000-POST-DAY-REJECTS
                        PERFORM 2500-FIND-CLOSE-MONTH
                ELSE
                        PERFORM 2600-CHECK-REQUESTED-MONTH
                END-IF

                IF WS-CLOSE-DUE
                        PERFORM 3000-CHECK-REGISTER
                END-IF

                IF WS-CLOSE-DUE
                        PERFORM 4000-LOAD-MASTERS
                        PERFORM 5000-SUMMARIZE-MONTH
                        PERFORM 6000-PRICE-DEPARTMENTS
                        PERFORM 7000-WRITE-STATEMENTS
                        PERFORM 7500-WRITE-GL-FEED
                        PERFORM 8000-PRINT-SUMMARY
                        PERFORM 8500-REGISTER-MONTH
                        DISPLAY 'SAMPMEND: MONTH ' WS-CLOSE-MONTH
                            ' CLOSED - ' WS-SRC-COUNT
                            ' CHARGEBACK STATEMENTS ISSUED'
                        IF WS-REVIEW-NEEDED
                                MOVE 4 TO WS-FINAL-RC
                        END-IF
                END-IF

                CLOSE MEND-RPT
                MOVE WS-FINAL-RC TO RETURN-CODE
                GOBACK.

        0100-VALIDATE-PARM.
                IF LS-PARM-AREA NOT = SPACES
                        IF LS-PARM-AREA NUMERIC
                           AND LS-PARM-AREA(5:2) NOT < '01'
                           AND LS-PARM-AREA(5:2) NOT > '12'
                                SET WS-MANUAL-CLOSE TO TRUE
                                MOVE LS-PARM-AREA TO WS-CLOSE-MONTH
                        ELSE
                                SET WS-PARM-BAD TO TRUE
                        END-IF
                END-IF.

        1000-READ-CALENDAR.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CALENDAR-FILE
                PERFORM 1100-READ-ONE-CAL-DAY UNTIL WS-EOF
                CLOSE CALENDAR-FILE.

        1100-READ-ONE-CAL-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF CAL-STATUS = 'O'
                           AND WS-OPEN-DATE = SPACES
                                MOVE CAL-DATE TO WS-OPEN-DATE
                        END-IF
                        IF CAL-STATUS = 'C'
                           AND (WS-LAST-CLOSED-DATE = SPACES
                                OR CAL-DATE > WS-LAST-CLOSED-DATE)
                                MOVE CAL-DATE TO WS-LAST-CLOSED-DATE
                        END-IF
                END-IF.

        1500-PRINT-HEADING.
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'SAMPMEND MONTH-END CLOSE AND CHARGEBACK'
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RUN DATE.................: ' WS-TODAY
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'OPEN PROCESSING DATE.....: ' WS-OPEN-DATE
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'LAST CLOSED DATE.........: '
                    WS-LAST-CLOSED-DATE
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                IF WS-MANUAL-CLOSE
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING 'CLOSE REQUESTED FOR......: '
                            WS-CLOSE-MONTH
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF.

        2000-POST-DAY-REJECTS.
                IF WS-LAST-CLOSED-DATE = SPACES
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING 'NO CLOSED PROCESSING DATE ON CALMST '
                            '- NO REJECTS POSTED'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                ELSE
                        MOVE 'N' TO WS-EOF-SW
                        OPEN INPUT REJECT-HISTORY
                        PERFORM 2100-SCAN-ONE-HISTORY
                            UNTIL WS-EOF
                            OR WS-DAY-ALREADY-POSTED
                        CLOSE REJECT-HISTORY

                        IF WS-DAY-ALREADY-POSTED
                                MOVE SPACES TO MEND-RPT-RECORD
                                STRING 'REJECTS FOR '
                                    WS-LAST-CLOSED-DATE
                                    ' ALREADY ON REJHIST - '
                                    'NOT POSTED AGAIN'
                                    DELIMITED BY SIZE
                                    INTO MEND-RPT-RECORD
                                WRITE MEND-RPT-RECORD
                        ELSE
                                PERFORM 2200-APPEND-DAY-REJECTS
                        END-IF
                END-IF.

        2100-SCAN-ONE-HISTORY.
                READ REJECT-HISTORY INTO REJECT-FILE-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND REJ-CREATE-DATE = WS-LAST-CLOSED-DATE
                        SET WS-DAY-ALREADY-POSTED TO TRUE
                END-IF.

        2200-APPEND-DAY-REJECTS.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT REJECT-FILE
                OPEN EXTEND REJECT-HISTORY
                PERFORM 2300-POST-ONE-REJECT UNTIL WS-EOF
                CLOSE REJECT-FILE REJECT-HISTORY

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'REJECTS POSTED TO REJHIST: ' WS-POSTED-COUNT
                    ' FOR ' WS-LAST-CLOSED-DATE
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                IF WS-UNPOSTED-COUNT > 0
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING 'REJECTS FROM OTHER DATES.: '
                            WS-UNPOSTED-COUNT ' NOT POSTED'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF.

        2300-POST-ONE-REJECT.
                READ REJECT-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF REJ-CREATE-DATE = WS-LAST-CLOSED-DATE
                                WRITE REJECT-HISTORY-RECORD
                                    FROM REJECT-FILE-RECORD
                                ADD 1 TO WS-POSTED-COUNT
                        ELSE
                                ADD 1 TO WS-UNPOSTED-COUNT
                        END-IF
                END-IF.

        2500-FIND-CLOSE-MONTH.
                IF WS-OPEN-DATE NOT = SPACES
                   AND WS-LAST-CLOSED-DATE NOT = SPACES
                   AND WS-LAST-CLOSED-DATE(1:6) NOT = WS-OPEN-DATE(1:6)
                        MOVE WS-LAST-CLOSED-DATE(1:6)
                            TO WS-CLOSE-MONTH
                        SET WS-CLOSE-DUE TO TRUE
                ELSE
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING 'MONTH-END CLOSE..........: '
                            'NOT DUE - PROCESSING MONTH '
                            WS-OPEN-DATE(1:6) ' STILL OPEN'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF.

        2600-CHECK-REQUESTED-MONTH.
                IF WS-OPEN-DATE NOT = SPACES
                   AND WS-CLOSE-MONTH NOT < WS-OPEN-DATE(1:6)
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** MONTH ' WS-CLOSE-MONTH
                            ' HAS NOT ENDED - OPEN PROCESSING DATE IS '
                            WS-OPEN-DATE ' ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                        DISPLAY 'SAMPMEND: MONTH ' WS-CLOSE-MONTH
                            ' HAS NOT ENDED - CLOSE REFUSED'
                        MOVE 8 TO WS-FINAL-RC
                ELSE
                        SET WS-CLOSE-DUE TO TRUE
                END-IF.

        3000-CHECK-REGISTER.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT MONTH-CLOSE
                PERFORM 3100-CHECK-ONE-CLOSE
                    UNTIL WS-EOF
                    OR WS-PRIOR-CLOSE-DATE NOT = SPACES
                CLOSE MONTH-CLOSE

                IF WS-PRIOR-CLOSE-DATE NOT = SPACES
                        MOVE 'N' TO WS-CLOSE-SW
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** MONTH ' WS-CLOSE-MONTH
                            ' ALREADY CLOSED ON ' WS-PRIOR-CLOSE-DATE
                            ' - STATEMENTS NOT RERUN ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                        DISPLAY 'SAMPMEND: MONTH ' WS-CLOSE-MONTH
                            ' ALREADY CLOSED ON ' WS-PRIOR-CLOSE-DATE
                        MOVE 'W' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'MONTH ' WS-CLOSE-MONTH
                            ' ALREADY CLOSED - NOT RERUN'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                        IF WS-MANUAL-CLOSE
                                MOVE 8 TO WS-FINAL-RC
                        ELSE
                                MOVE 4 TO WS-FINAL-RC
                        END-IF
                ELSE
                        STRING WS-CLOSE-MONTH '31'
                            DELIMITED BY SIZE INTO WS-MONTH-END
                END-IF.

        3100-CHECK-ONE-CLOSE.
                READ MONTH-CLOSE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND MC-MONTH = WS-CLOSE-MONTH
                        MOVE MC-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
                END-IF.

        4000-LOAD-MASTERS.
                MOVE 0 TO WS-SRC-IX
                PERFORM 4100-CLEAR-ONE-SOURCE UNTIL WS-SRC-IX >= 7
                MOVE '***' TO WS-SC-ID (6)
                MOVE 'SOURCE NOT ON SOURCE MASTER' TO WS-SC-DESC (6)
                MOVE 'ALL' TO WS-SC-ID (7)

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT SOURCE-MASTER
                PERFORM 4200-LOAD-ONE-SOURCE UNTIL WS-EOF
                CLOSE SOURCE-MASTER
                IF WS-SRC-COUNT = 0
                        MOVE 3 TO WS-SRC-COUNT
                        MOVE 'S01' TO WS-SC-ID (1)
                        MOVE 'S02' TO WS-SC-ID (2)
                        MOVE 'S03' TO WS-SC-ID (3)
                        MOVE 'NO SOURCE MASTER PRESENT'
                            TO WS-SC-DESC (1) WS-SC-DESC (2)
                               WS-SC-DESC (3)
                END-IF

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CLASS-MASTER
                PERFORM 4300-LOAD-ONE-CLASS UNTIL WS-EOF
                CLOSE CLASS-MASTER

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT RATE-MASTER
                PERFORM 4400-LOAD-ONE-RATE UNTIL WS-EOF
                CLOSE RATE-MASTER.

        4100-CLEAR-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                MOVE SPACES TO WS-SC-ID (WS-SRC-IX)
                    WS-SC-DESC (WS-SRC-IX)
                    WS-SC-EFF-DATE (WS-SRC-IX)
                    WS-SC-DEBIT-ACCT (WS-SRC-IX)
                    WS-SC-CREDIT-ACCT (WS-SRC-IX)
                MOVE 'N' TO WS-SC-RATE-SW (WS-SRC-IX)
                MOVE 0 TO WS-SC-ACCEPTED (WS-SRC-IX)
                    WS-SC-REJECTS (WS-SRC-IX)
                    WS-SC-DUPS (WS-SRC-IX)
                    WS-SC-ACC-RATE (WS-SRC-IX)
                    WS-SC-REJ-RATE (WS-SRC-IX)
                    WS-SC-DUP-RATE (WS-SRC-IX)
                    WS-SC-ACC-CHARGE (WS-SRC-IX)
                    WS-SC-REJ-CHARGE (WS-SRC-IX)
                    WS-SC-DUP-CHARGE (WS-SRC-IX)
                    WS-SC-TOTAL-CHARGE (WS-SRC-IX).

        4200-LOAD-ONE-SOURCE.
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
                                DISPLAY 'SAMPMEND: SOURCE MASTER '
                                    'HAS MORE THAN FIVE SOURCES '
                                    '- EXTRAS NOT BILLED'
                        END-IF
                END-IF.

        4300-LOAD-ONE-CLASS.
                READ CLASS-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND WS-CLASS-COUNT < 20
                        ADD 1 TO WS-CLASS-COUNT
                        MOVE CLS-VALUE-FROM
                            TO WS-CLS-FROM (WS-CLASS-COUNT)
                        MOVE CLS-VALUE-TO
                            TO WS-CLS-TO (WS-CLASS-COUNT)
                        MOVE CLS-CATEGORY
                            TO WS-CLS-CATEGORY (WS-CLASS-COUNT)
                        MOVE CLS-CATEGORY TO WS-LOOK-CATEGORY
                        PERFORM 4500-FIND-CATEGORY
                        IF WS-CAT-DESC (WS-CAT-HIT-IX) = SPACES
                                MOVE CLS-DESC
                                    TO WS-CAT-DESC (WS-CAT-HIT-IX)
                        END-IF
                END-IF.

        4400-LOAD-ONE-RATE.
                READ RATE-MASTER
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                        IF WS-RATE-COUNT < 50
                           AND CR-EFFECTIVE-DATE NUMERIC
                           AND CR-ACCEPT-RATE NUMERIC
                           AND CR-REJECT-RATE NUMERIC
                           AND CR-DUP-RATE NUMERIC
                                ADD 1 TO WS-RATE-COUNT
                                MOVE CR-SOURCE
                                    TO WS-RT-SOURCE (WS-RATE-COUNT)
                                MOVE CR-EFFECTIVE-DATE
                                    TO WS-RT-EFF-DATE (WS-RATE-COUNT)
                                MOVE CR-ACCEPT-RATE
                                    TO WS-RT-ACC-RATE (WS-RATE-COUNT)
                                MOVE CR-REJECT-RATE
                                    TO WS-RT-REJ-RATE (WS-RATE-COUNT)
                                MOVE CR-DUP-RATE
                                    TO WS-RT-DUP-RATE (WS-RATE-COUNT)
                                MOVE CR-DEBIT-ACCOUNT
                                    TO WS-RT-DEBIT-ACCT (WS-RATE-COUNT)
                                MOVE CR-CREDIT-ACCOUNT
                                    TO WS-RT-CREDIT-ACCT
                                       (WS-RATE-COUNT)
                        ELSE
                                ADD 1 TO WS-RATE-IGNORED
                        END-IF
                END-IF.

        4500-FIND-CATEGORY.
                MOVE 0 TO WS-CAT-IX WS-CAT-HIT-IX
                PERFORM 4510-CHECK-ONE-CATEGORY
                    UNTIL WS-CAT-IX >= WS-CAT-COUNT
                    OR WS-CAT-HIT-IX > 0
                IF WS-CAT-HIT-IX = 0
                        ADD 1 TO WS-CAT-COUNT
                        MOVE WS-CAT-COUNT TO WS-CAT-HIT-IX
                        MOVE WS-LOOK-CATEGORY
                            TO WS-CAT-CODE (WS-CAT-COUNT)
                        MOVE SPACES TO WS-CAT-DESC (WS-CAT-COUNT)
                        MOVE 0 TO WS-CAT-ACCEPTED (WS-CAT-COUNT)
                                  WS-CAT-DUPS (WS-CAT-COUNT)
                END-IF.

        4510-CHECK-ONE-CATEGORY.
                ADD 1 TO WS-CAT-IX
                IF WS-CAT-CODE (WS-CAT-IX) = WS-LOOK-CATEGORY
                        MOVE WS-CAT-IX TO WS-CAT-HIT-IX
                END-IF.

        4600-CLASSIFY-VALUE.
                MOVE '***' TO WS-LOOK-CATEGORY
                INSPECT WS-VALUE-X REPLACING LEADING SPACE BY '0'
                IF WS-VALUE-X NUMERIC
                        MOVE 0 TO WS-CLASS-IX
                        PERFORM 4610-CHECK-ONE-RANGE
                            UNTIL WS-CLASS-IX >= WS-CLASS-COUNT
                            OR WS-LOOK-CATEGORY NOT = '***'
                END-IF
                PERFORM 4500-FIND-CATEGORY
                IF WS-CAT-DESC (WS-CAT-HIT-IX) = SPACES
                   AND WS-LOOK-CATEGORY = '***'
                        MOVE 'VALUE IN NO CATEGORY'
                            TO WS-CAT-DESC (WS-CAT-HIT-IX)
                END-IF.

        4610-CHECK-ONE-RANGE.
                ADD 1 TO WS-CLASS-IX
                IF WS-VALUE-NUM NOT < WS-CLS-FROM (WS-CLASS-IX)
                   AND WS-VALUE-NUM NOT > WS-CLS-TO (WS-CLASS-IX)
                        MOVE WS-CLS-CATEGORY (WS-CLASS-IX)
                            TO WS-LOOK-CATEGORY
                END-IF.

        4700-FIND-SOURCE.
                MOVE 'N' TO WS-FOUND-SW
                MOVE 0 TO WS-SRC-IX
                PERFORM 4710-CHECK-ONE-SOURCE
                    UNTIL WS-SRC-IX >= WS-SRC-COUNT
                    OR WS-SOURCE-FOUND
                IF WS-SOURCE-FOUND
                        MOVE WS-SRC-IX TO WS-HIT-IX
                ELSE
                        MOVE 6 TO WS-HIT-IX
                        SET WS-OTHER-USED TO TRUE
                END-IF.

        4710-CHECK-ONE-SOURCE.
                ADD 1 TO WS-SRC-IX
                IF WS-SC-ID (WS-SRC-IX) = WS-LOOK-SOURCE
                        SET WS-SOURCE-FOUND TO TRUE
                END-IF.

        5000-SUMMARIZE-MONTH.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CALENDAR-FILE
                PERFORM 5100-COUNT-ONE-CAL-DAY UNTIL WS-EOF
                CLOSE CALENDAR-FILE

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT RUN-HISTORY
                PERFORM 5200-TOTAL-ONE-RUN UNTIL WS-EOF
                CLOSE RUN-HISTORY
                PERFORM 5250-NOTE-DATE-OUTCOME
                IF WS-RH-EXTRACT > 0
                        DIVIDE WS-RH-TOTAL BY WS-RH-EXTRACT
                            GIVING WS-RH-AVG ROUNDED
                END-IF

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-IN
                PERFORM 5300-COUNT-ONE-AUDIT UNTIL WS-EOF
                CLOSE AUDIT-IN

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT AUDIT-ARCHIVE
                PERFORM 5400-COUNT-ONE-ARCHIVE UNTIL WS-EOF
                CLOSE AUDIT-ARCHIVE

                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT REJECT-HISTORY
                PERFORM 5500-COUNT-ONE-REJECT UNTIL WS-EOF
                CLOSE REJECT-HISTORY.

        5100-COUNT-ONE-CAL-DAY.
                READ CALENDAR-FILE
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND CAL-DATE(1:6) = WS-CLOSE-MONTH
                        IF WS-PERIOD-START = SPACES
                           OR CAL-DATE < WS-PERIOD-START
                                MOVE CAL-DATE TO WS-PERIOD-START
                        END-IF
                        IF WS-PERIOD-END = SPACES
                           OR CAL-DATE > WS-PERIOD-END
                                MOVE CAL-DATE TO WS-PERIOD-END
                        END-IF
                        IF CAL-DAY-TYPE = 'B'
                                ADD 1 TO WS-BUS-DAYS
                        END-IF
                END-IF.

        5200-TOTAL-ONE-RUN.
                READ RUN-HISTORY
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND RH-RUN-DATE(1:6) = WS-CLOSE-MONTH
                        IF RH-RUN-DATE NOT = WS-PREV-RH-DATE
                                PERFORM 5250-NOTE-DATE-OUTCOME
                        END-IF
                        MOVE RH-RUN-DATE TO WS-PREV-RH-DATE
                        MOVE RH-STATUS TO WS-PREV-RH-STATUS
                        IF RH-STATUS = 'R'
                                ADD 1 TO WS-REVERSED-RUNS
                        ELSE
                                ADD 1 TO WS-RUN-COUNT
                                ADD RH-READ-COUNT TO WS-RH-READ
                                ADD RH-EXTRACT-COUNT TO WS-RH-EXTRACT
                                ADD RH-REJECT-COUNT TO WS-RH-REJECT
                                ADD RH-DUP-COUNT TO WS-RH-DUP
                                ADD RH-TERM-COUNT TO WS-RH-TERM
                                ADD RH-STAT-TOTAL TO WS-RH-TOTAL
                        END-IF
                END-IF.

        5250-NOTE-DATE-OUTCOME.
                IF WS-PREV-RH-STATUS = 'R'
                   AND WS-REV-DATE-COUNT < 31
                        ADD 1 TO WS-REV-DATE-COUNT
                        MOVE WS-PREV-RH-DATE
                            TO WS-REV-DATE (WS-REV-DATE-COUNT)
                END-IF.

        5300-COUNT-ONE-AUDIT.
                READ AUDIT-IN
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND AUD-RUN-DATE(1:6) = WS-CLOSE-MONTH
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-REVERSED-SKIPPED
                        ELSE
                                MOVE AUD-SOURCE TO WS-LOOK-SOURCE
                                MOVE AUD-VALUE TO WS-VALUE-X
                                PERFORM 5600-TALLY-ACCEPTED
                        END-IF
                END-IF.

        5400-COUNT-ONE-ARCHIVE.
                READ AUDIT-ARCHIVE INTO AUDIT-IN-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND AUD-RUN-DATE(1:6) = WS-CLOSE-MONTH
                        IF AUD-STATUS = 'R'
                                ADD 1 TO WS-REVERSED-SKIPPED
                        ELSE
                                MOVE AUD-SOURCE TO WS-LOOK-SOURCE
                                MOVE AUD-VALUE TO WS-VALUE-X
                                PERFORM 5600-TALLY-ACCEPTED
                        END-IF
                END-IF.

        5500-COUNT-ONE-REJECT.
                READ REJECT-HISTORY INTO REJECT-FILE-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
                IF WS-NOT-EOF
                   AND REJ-CREATE-DATE(1:6) = WS-CLOSE-MONTH
                        PERFORM 5510-CHECK-REVERSED-DATE
                        IF WS-DATE-REVERSED
                                ADD 1 TO WS-REJ-REVERSED
                        ELSE
                                PERFORM 5520-TALLY-REJECT
                        END-IF
                END-IF.

        5510-CHECK-REVERSED-DATE.
                MOVE 'N' TO WS-REV-DATE-SW
                MOVE 0 TO WS-REV-DATE-IX
                PERFORM 5515-CHECK-ONE-REV-DATE
                    UNTIL WS-REV-DATE-IX >= WS-REV-DATE-COUNT
                    OR WS-DATE-REVERSED.

        5515-CHECK-ONE-REV-DATE.
                ADD 1 TO WS-REV-DATE-IX
                IF WS-REV-DATE (WS-REV-DATE-IX) = REJ-CREATE-DATE
                        SET WS-DATE-REVERSED TO TRUE
                END-IF.

        5520-TALLY-REJECT.
                ADD 1 TO WS-REJ-HISTORY
                MOVE REJ-SOURCE TO WS-LOOK-SOURCE
                PERFORM 4700-FIND-SOURCE
                IF REJ-REASON = 'DUPLICATE VALUE IN BATCH'
                        ADD 1 TO WS-SC-DUPS (WS-HIT-IX)
                        MOVE REJ-VALUE(1:2) TO WS-VALUE-X
                        PERFORM 4600-CLASSIFY-VALUE
                        ADD 1 TO WS-CAT-DUPS (WS-CAT-HIT-IX)
                ELSE
                        ADD 1 TO WS-SC-REJECTS (WS-HIT-IX)
                END-IF.

        5600-TALLY-ACCEPTED.
                PERFORM 4700-FIND-SOURCE
                ADD 1 TO WS-SC-ACCEPTED (WS-HIT-IX)
                PERFORM 4600-CLASSIFY-VALUE
                ADD 1 TO WS-CAT-ACCEPTED (WS-CAT-HIT-IX).

        6000-PRICE-DEPARTMENTS.
                MOVE 0 TO WS-HIT-IX
                PERFORM 6100-PRICE-ONE-DEPARTMENT
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT

                MOVE 0 TO WS-HIT-IX
                PERFORM 6300-ADD-ONE-TO-TOTAL
                    UNTIL WS-HIT-IX >= 6

                IF WS-SC-ACCEPTED (6) > 0
                   OR WS-SC-REJECTS (6) > 0
                   OR WS-SC-DUPS (6) > 0
                        SET WS-REVIEW-NEEDED TO TRUE
                END-IF.

        6100-PRICE-ONE-DEPARTMENT.
                ADD 1 TO WS-HIT-IX
                MOVE WS-SC-ID (WS-HIT-IX) TO WS-LOOK-SOURCE
                PERFORM 6200-SELECT-RATE
                IF WS-BEST-IX = 0
                        MOVE '***' TO WS-LOOK-SOURCE
                        PERFORM 6200-SELECT-RATE
                END-IF

                IF WS-BEST-IX = 0
                        ADD 1 TO WS-UNPRICED-COUNT
                        SET WS-REVIEW-NEEDED TO TRUE
                        MOVE 'S' TO WS-ALERT-SEVERITY
                        MOVE SPACES TO WS-ALERT-TEXT
                        STRING 'NO CHARGEBACK RATE FOR '
                            WS-SC-ID (WS-HIT-IX) ' - NOT BILLED'
                            DELIMITED BY SIZE INTO WS-ALERT-TEXT
                        PERFORM 8900-WRITE-ALERT
                ELSE
                        SET WS-SC-PRICED (WS-HIT-IX) TO TRUE
                        MOVE WS-RT-EFF-DATE (WS-BEST-IX)
                            TO WS-SC-EFF-DATE (WS-HIT-IX)
                        MOVE WS-RT-ACC-RATE (WS-BEST-IX)
                            TO WS-SC-ACC-RATE (WS-HIT-IX)
                        MOVE WS-RT-REJ-RATE (WS-BEST-IX)
                            TO WS-SC-REJ-RATE (WS-HIT-IX)
                        MOVE WS-RT-DUP-RATE (WS-BEST-IX)
                            TO WS-SC-DUP-RATE (WS-HIT-IX)
                        MOVE WS-RT-DEBIT-ACCT (WS-BEST-IX)
                            TO WS-SC-DEBIT-ACCT (WS-HIT-IX)
                        MOVE WS-RT-CREDIT-ACCT (WS-BEST-IX)
                            TO WS-SC-CREDIT-ACCT (WS-HIT-IX)
                        COMPUTE WS-SC-ACC-CHARGE (WS-HIT-IX) ROUNDED =
                            WS-SC-ACCEPTED (WS-HIT-IX)
                            * WS-SC-ACC-RATE (WS-HIT-IX)
                        COMPUTE WS-SC-REJ-CHARGE (WS-HIT-IX) ROUNDED =
                            WS-SC-REJECTS (WS-HIT-IX)
                            * WS-SC-REJ-RATE (WS-HIT-IX)
                        COMPUTE WS-SC-DUP-CHARGE (WS-HIT-IX) ROUNDED =
                            WS-SC-DUPS (WS-HIT-IX)
                            * WS-SC-DUP-RATE (WS-HIT-IX)
                        ADD WS-SC-ACC-CHARGE (WS-HIT-IX)
                            WS-SC-REJ-CHARGE (WS-HIT-IX)
                            WS-SC-DUP-CHARGE (WS-HIT-IX)
                            GIVING WS-SC-TOTAL-CHARGE (WS-HIT-IX)
                END-IF.

        6200-SELECT-RATE.
                MOVE 0 TO WS-BEST-IX WS-RATE-IX
                PERFORM 6210-CHECK-ONE-RATE
                    UNTIL WS-RATE-IX >= WS-RATE-COUNT.

        6210-CHECK-ONE-RATE.
                ADD 1 TO WS-RATE-IX
                IF WS-RT-SOURCE (WS-RATE-IX) = WS-LOOK-SOURCE
                   AND WS-RT-EFF-DATE (WS-RATE-IX) NOT > WS-MONTH-END
                        IF WS-BEST-IX = 0
                                MOVE WS-RATE-IX TO WS-BEST-IX
                        ELSE
                            IF WS-RT-EFF-DATE (WS-RATE-IX)
                               > WS-RT-EFF-DATE (WS-BEST-IX)
                                MOVE WS-RATE-IX TO WS-BEST-IX
                            END-IF
                        END-IF
                END-IF.

        6300-ADD-ONE-TO-TOTAL.
                ADD 1 TO WS-HIT-IX
                ADD WS-SC-ACCEPTED (WS-HIT-IX) TO WS-SC-ACCEPTED (7)
                ADD WS-SC-REJECTS (WS-HIT-IX) TO WS-SC-REJECTS (7)
                ADD WS-SC-DUPS (WS-HIT-IX) TO WS-SC-DUPS (7)
                ADD WS-SC-TOTAL-CHARGE (WS-HIT-IX)
                    TO WS-SC-TOTAL-CHARGE (7).

        7000-WRITE-STATEMENTS.
                OPEN OUTPUT STATEMENT1-OUT
                     OUTPUT STATEMENT2-OUT
                     OUTPUT STATEMENT3-OUT
                     OUTPUT STATEMENT4-OUT
                     OUTPUT STATEMENT5-OUT
                MOVE 0 TO WS-HIT-IX
                PERFORM 7100-WRITE-ONE-STATEMENT
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT
                CLOSE STATEMENT1-OUT STATEMENT2-OUT STATEMENT3-OUT
                      STATEMENT4-OUT STATEMENT5-OUT.

        7100-WRITE-ONE-STATEMENT.
                ADD 1 TO WS-HIT-IX
                MOVE SPACES TO WS-STATEMENT-LINE
                STRING 'SAMPMEND DEPARTMENT CHARGEBACK STATEMENT'
                    DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE SPACES TO WS-STATEMENT-LINE
                STRING 'DEPARTMENT...............: '
                    WS-SC-ID (WS-HIT-IX) ' ' WS-SC-DESC (WS-HIT-IX)
                    DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE SPACES TO WS-STATEMENT-LINE
                STRING 'PERIOD...................: ' WS-CLOSE-MONTH
                    ' (' WS-PERIOD-START ' TO ' WS-PERIOD-END ')'
                    DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE SPACES TO WS-STATEMENT-LINE
                STRING 'STATEMENT DATE...........: ' WS-TODAY
                    DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                IF WS-SC-PRICED (WS-HIT-IX)
                        MOVE SPACES TO WS-STATEMENT-LINE
                        STRING 'RATES EFFECTIVE FROM.....: '
                            WS-SC-EFF-DATE (WS-HIT-IX)
                            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                        PERFORM 7900-WRITE-STATEMENT-LINE

                        MOVE SPACES TO WS-STATEMENT-LINE
                        STRING 'CHARGED TO ACCOUNT.......: '
                            WS-SC-DEBIT-ACCT (WS-HIT-IX)
                            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                        PERFORM 7900-WRITE-STATEMENT-LINE
                END-IF

                MOVE SPACES TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE
                MOVE WS-CHARGE-HEAD TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE 'ACCEPTED RECORDS' TO WS-CHL-DESC
                MOVE WS-SC-ACCEPTED (WS-HIT-IX) TO WS-CHL-UNITS
                MOVE WS-SC-ACC-RATE (WS-HIT-IX) TO WS-CHL-RATE
                MOVE WS-SC-ACC-CHARGE (WS-HIT-IX) TO WS-CHL-AMOUNT
                MOVE WS-CHARGE-LINE TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE 'REJECTED RECORDS' TO WS-CHL-DESC
                MOVE WS-SC-REJECTS (WS-HIT-IX) TO WS-CHL-UNITS
                MOVE WS-SC-REJ-RATE (WS-HIT-IX) TO WS-CHL-RATE
                MOVE WS-SC-REJ-CHARGE (WS-HIT-IX) TO WS-CHL-AMOUNT
                MOVE WS-CHARGE-LINE TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE 'DUPLICATES REJECTED' TO WS-CHL-DESC
                MOVE WS-SC-DUPS (WS-HIT-IX) TO WS-CHL-UNITS
                MOVE WS-SC-DUP-RATE (WS-HIT-IX) TO WS-CHL-RATE
                MOVE WS-SC-DUP-CHARGE (WS-HIT-IX) TO WS-CHL-AMOUNT
                MOVE WS-CHARGE-LINE TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                MOVE SPACES TO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE
                MOVE WS-SC-TOTAL-CHARGE (WS-HIT-IX) TO WS-ED-AMOUNT
                MOVE SPACES TO WS-STATEMENT-LINE
                STRING 'TOTAL CHARGE.............: ' WS-ED-AMOUNT
                    DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                PERFORM 7900-WRITE-STATEMENT-LINE

                IF NOT WS-SC-PRICED (WS-HIT-IX)
                        MOVE SPACES TO WS-STATEMENT-LINE
                        STRING '*** NO CHARGEBACK RATE ON FILE - '
                            'STATEMENT NOT PRICED ***'
                            DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                        PERFORM 7900-WRITE-STATEMENT-LINE
                END-IF.

        7500-WRITE-GL-FEED.
                OPEN OUTPUT GL-CHARGES-OUT
                MOVE SPACES TO GL-CHARGES-OUT-RECORD
                MOVE 'H' TO GL-REC-TYPE
                MOVE WS-CLOSE-MONTH TO GL-PERIOD
                MOVE WS-TODAY TO GL-CREATE-DATE
                MOVE 'SAMPMEND' TO GL-FEED-ID
                MOVE WS-PERIOD-START TO GL-PERIOD-START
                MOVE WS-PERIOD-END TO GL-PERIOD-END
                WRITE GL-CHARGES-OUT-RECORD

                MOVE 0 TO WS-HIT-IX
                PERFORM 7600-POST-ONE-DEPARTMENT
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT

                MOVE SPACES TO GL-CHARGES-OUT-RECORD
                MOVE 'T' TO GL-REC-TYPE
                MOVE WS-CLOSE-MONTH TO GL-PERIOD
                MOVE WS-GL-COUNT TO GL-DETAIL-COUNT
                MOVE WS-GL-DEBITS TO GL-DEBIT-TOTAL
                MOVE WS-GL-CREDITS TO GL-CREDIT-TOTAL
                WRITE GL-CHARGES-OUT-RECORD
                CLOSE GL-CHARGES-OUT.

        7600-POST-ONE-DEPARTMENT.
                ADD 1 TO WS-HIT-IX
                IF WS-SC-PRICED (WS-HIT-IX)
                        IF WS-SC-ACCEPTED (WS-HIT-IX) > 0
                                PERFORM 7700-SET-GL-DETAIL
                                MOVE 'ACC' TO GL-CHARGE-TYPE
                                MOVE WS-SC-ACCEPTED (WS-HIT-IX)
                                    TO GL-UNITS
                                MOVE WS-SC-ACC-RATE (WS-HIT-IX)
                                    TO GL-RATE
                                MOVE WS-SC-ACC-CHARGE (WS-HIT-IX)
                                    TO GL-AMOUNT
                                PERFORM 7800-WRITE-GL-DETAIL
                        END-IF
                        IF WS-SC-REJECTS (WS-HIT-IX) > 0
                                PERFORM 7700-SET-GL-DETAIL
                                MOVE 'REJ' TO GL-CHARGE-TYPE
                                MOVE WS-SC-REJECTS (WS-HIT-IX)
                                    TO GL-UNITS
                                MOVE WS-SC-REJ-RATE (WS-HIT-IX)
                                    TO GL-RATE
                                MOVE WS-SC-REJ-CHARGE (WS-HIT-IX)
                                    TO GL-AMOUNT
                                PERFORM 7800-WRITE-GL-DETAIL
                        END-IF
                        IF WS-SC-DUPS (WS-HIT-IX) > 0
                                PERFORM 7700-SET-GL-DETAIL
                                MOVE 'DUP' TO GL-CHARGE-TYPE
                                MOVE WS-SC-DUPS (WS-HIT-IX)
                                    TO GL-UNITS
                                MOVE WS-SC-DUP-RATE (WS-HIT-IX)
                                    TO GL-RATE
                                MOVE WS-SC-DUP-CHARGE (WS-HIT-IX)
                                    TO GL-AMOUNT
                                PERFORM 7800-WRITE-GL-DETAIL
                        END-IF
                        IF WS-SC-TOTAL-CHARGE (WS-HIT-IX) > 0
                                PERFORM 7700-SET-GL-DETAIL
                                MOVE WS-SC-CREDIT-ACCT (WS-HIT-IX)
                                    TO GL-ACCOUNT
                                MOVE 'C' TO GL-DR-CR
                                MOVE 'TOT' TO GL-CHARGE-TYPE
                                MOVE 0 TO GL-UNITS GL-RATE
                                MOVE WS-SC-TOTAL-CHARGE (WS-HIT-IX)
                                    TO GL-AMOUNT
                                PERFORM 7800-WRITE-GL-DETAIL
                        END-IF
                END-IF.

        7700-SET-GL-DETAIL.
                MOVE SPACES TO GL-CHARGES-OUT-RECORD
                MOVE 'D' TO GL-REC-TYPE
                MOVE WS-CLOSE-MONTH TO GL-PERIOD
                MOVE WS-SC-DEBIT-ACCT (WS-HIT-IX) TO GL-ACCOUNT
                MOVE 'D' TO GL-DR-CR
                MOVE WS-SC-ID (WS-HIT-IX) TO GL-SOURCE.

        7800-WRITE-GL-DETAIL.
                WRITE GL-CHARGES-OUT-RECORD
                ADD 1 TO WS-GL-COUNT
                IF GL-DR-CR = 'C'
                        ADD GL-AMOUNT TO WS-GL-CREDITS
                ELSE
                        ADD GL-AMOUNT TO WS-GL-DEBITS
                END-IF.

        7900-WRITE-STATEMENT-LINE.
                EVALUATE WS-HIT-IX
                    WHEN 1
                        WRITE STATEMENT1-OUT-RECORD
                            FROM WS-STATEMENT-LINE
                    WHEN 2
                        WRITE STATEMENT2-OUT-RECORD
                            FROM WS-STATEMENT-LINE
                    WHEN 3
                        WRITE STATEMENT3-OUT-RECORD
                            FROM WS-STATEMENT-LINE
                    WHEN 4
                        WRITE STATEMENT4-OUT-RECORD
                            FROM WS-STATEMENT-LINE
                    WHEN 5
                        WRITE STATEMENT5-OUT-RECORD
                            FROM WS-STATEMENT-LINE
                END-EVALUATE.

        8000-PRINT-SUMMARY.
                MOVE SPACES TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'MONTH CLOSED.............: ' WS-CLOSE-MONTH
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'PERIOD...................: ' WS-PERIOD-START
                    ' TO ' WS-PERIOD-END
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'BUSINESS DAYS IN MONTH...: ' WS-BUS-DAYS
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RUNS IN MONTH............: ' WS-RUN-COUNT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'REVERSED RUNS EXCLUDED...: ' WS-REVERSED-RUNS
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RECORDS READ.............: ' WS-RH-READ
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RECORDS EXTRACTED........: ' WS-RH-EXTRACT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RECORDS REJECTED.........: ' WS-RH-REJECT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'DUPLICATES FOUND.........: ' WS-RH-DUP
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'TERMINATORS..............: ' WS-RH-TERM
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE WS-RH-AVG TO WS-ED-AVERAGE
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'AVERAGE VALUE............: ' WS-ED-AVERAGE
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'USAGE AND CHARGES BY DEPARTMENT'
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE WS-DEPT-HEAD TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE 0 TO WS-HIT-IX
                PERFORM 8100-PRINT-ONE-DEPARTMENT
                    UNTIL WS-HIT-IX >= WS-SRC-COUNT
                IF WS-OTHER-USED
                        MOVE 6 TO WS-HIT-IX
                        PERFORM 8150-FORMAT-DEPARTMENT
                        MOVE 'UNBILLED' TO WS-DL-NOTE
                        MOVE WS-DEPT-LINE TO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF
                MOVE 7 TO WS-HIT-IX
                PERFORM 8150-FORMAT-DEPARTMENT
                MOVE WS-DEPT-LINE TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE SPACES TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'ACCEPTED RECORDS BY CATEGORY'
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE WS-CAT-HEAD TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE 0 TO WS-CAT-IX
                PERFORM 8200-PRINT-ONE-CATEGORY
                    UNTIL WS-CAT-IX >= WS-CAT-COUNT

                PERFORM 8300-PRINT-RECONCILIATION.

        8100-PRINT-ONE-DEPARTMENT.
                ADD 1 TO WS-HIT-IX
                PERFORM 8150-FORMAT-DEPARTMENT
                IF NOT WS-SC-PRICED (WS-HIT-IX)
                        MOVE 'NO RATE' TO WS-DL-NOTE
                END-IF
                MOVE WS-DEPT-LINE TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD.

        8150-FORMAT-DEPARTMENT.
                MOVE SPACES TO WS-DEPT-LINE
                MOVE WS-SC-ID (WS-HIT-IX) TO WS-DL-ID
                MOVE WS-SC-DESC (WS-HIT-IX) TO WS-DL-DESC
                MOVE WS-SC-ACCEPTED (WS-HIT-IX) TO WS-DL-ACCEPTED
                MOVE WS-SC-REJECTS (WS-HIT-IX) TO WS-DL-REJECTS
                MOVE WS-SC-DUPS (WS-HIT-IX) TO WS-DL-DUPS
                MOVE WS-SC-TOTAL-CHARGE (WS-HIT-IX) TO WS-DL-CHARGE.

        8200-PRINT-ONE-CATEGORY.
                ADD 1 TO WS-CAT-IX
                MOVE SPACES TO WS-CAT-LINE
                MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-CTL-CODE
                MOVE WS-CAT-DESC (WS-CAT-IX) TO WS-CTL-DESC
                MOVE WS-CAT-ACCEPTED (WS-CAT-IX) TO WS-CTL-ACCEPTED
                MOVE WS-CAT-DUPS (WS-CAT-IX) TO WS-CTL-DUPS
                MOVE 0 TO WS-SHARE-PCT
                IF WS-SC-ACCEPTED (7) > 0
                        COMPUTE WS-SHARE-PCT ROUNDED =
                            WS-CAT-ACCEPTED (WS-CAT-IX) * 100
                            / WS-SC-ACCEPTED (7)
                END-IF
                MOVE WS-SHARE-PCT TO WS-CTL-SHARE
                MOVE WS-CAT-LINE TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD.

        8300-PRINT-RECONCILIATION.
                MOVE SPACES TO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'REJECTS ON REJHIST.......: ' WS-REJ-HISTORY
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'REVERSED RECORDS SKIPPED.: '
                    WS-REVERSED-SKIPPED
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'REJECTS OF REVERSED RUNS.: ' WS-REJ-REVERSED
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'RATE RECORDS IGNORED.....: ' WS-RATE-IGNORED
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                MOVE WS-SC-TOTAL-CHARGE (7) TO WS-ED-AMOUNT
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'TOTAL CHARGES............: ' WS-ED-AMOUNT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'STATEMENTS ISSUED........: ' WS-SRC-COUNT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD
                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'GL CHARGE DETAILS........: ' WS-GL-COUNT
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD

                IF WS-SC-ACCEPTED (7) NOT = WS-RH-EXTRACT
                        SET WS-REVIEW-NEEDED TO TRUE
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** ACCEPTED RECORDS DO NOT AGREE '
                            'WITH RUNHIST EXTRACTED ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF
                IF WS-REJ-HISTORY NOT = WS-RH-REJECT
                        SET WS-REVIEW-NEEDED TO TRUE
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** REJECTS ON REJHIST DO NOT AGREE '
                            'WITH RUNHIST REJECTED ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF
                IF WS-UNPRICED-COUNT > 0
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** ' WS-UNPRICED-COUNT
                            ' DEPARTMENTS HAVE NO CHARGEBACK RATE - '
                            'NOT BILLED ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF
                IF WS-OTHER-USED
                        MOVE SPACES TO MEND-RPT-RECORD
                        STRING '*** USAGE FROM SOURCES NOT ON '
                            'SOURCEMST IS NOT BILLED ***'
                            DELIMITED BY SIZE INTO MEND-RPT-RECORD
                        WRITE MEND-RPT-RECORD
                END-IF.

        8500-REGISTER-MONTH.
                MOVE SPACES TO MONTH-CLOSE-RECORD
                MOVE WS-CLOSE-MONTH TO MC-MONTH
                MOVE WS-TODAY TO MC-CLOSE-DATE
                MOVE WS-NOW-TIME TO MC-CLOSE-TIME
                MOVE WS-RUN-COUNT TO MC-RUN-COUNT
                MOVE WS-SC-ACCEPTED (7) TO MC-ACCEPTED
                MOVE WS-SC-REJECTS (7) TO MC-REJECTS
                MOVE WS-SC-DUPS (7) TO MC-DUPLICATES
                MOVE WS-SC-TOTAL-CHARGE (7) TO MC-TOTAL-CHARGE
                MOVE WS-SRC-COUNT TO MC-DEPT-COUNT
                OPEN EXTEND MONTH-CLOSE
                WRITE MONTH-CLOSE-RECORD
                CLOSE MONTH-CLOSE

                MOVE SPACES TO MEND-RPT-RECORD
                STRING 'MONTH ' WS-CLOSE-MONTH
                    ' CLOSED AND RECORDED ON MONCLOSE'
                    DELIMITED BY SIZE INTO MEND-RPT-RECORD
                WRITE MEND-RPT-RECORD.

        8900-WRITE-ALERT.
                MOVE FUNCTION CURRENT-DATE
                    TO WS-CURRENT-DATE-TIME
                MOVE WS-CURRENT-DATE-TIME(1:8) TO ALT-DATE
                MOVE WS-CURRENT-DATE-TIME(9:8) TO ALT-TIME
                MOVE 'SAMPMEND' TO ALT-PROGRAM
                MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
                MOVE WS-ALERT-TEXT TO ALT-TEXT
                MOVE 'N' TO ALT-ACK-FLAG
                MOVE SPACES TO ALT-ACK-ID ALT-ACK-DATE
                OPEN EXTEND ALERT-LOG
                WRITE ALERT-LOG-RECORD
                CLOSE ALERT-LOG.
