        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT OPTIONAL PERIOD-MASTER ASSIGN TO 'CALPERD'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PS-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.
        SELECT CLOSE-RPT ASSIGN TO 'CLOSERPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD CALENDAR-FILE.
    COPY 'calnrec'.
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD PERIOD-MASTER.
    COPY 'perdrec'.
    FD CLOSE-RPT.
    01 CLOSE-RPT-LINE             PIC X(132).
    FD RUN-LOG.
        05 WS-DAILY-SUM          PIC 9(12) VALUE 0.
        05 WS-ADJUST-SUM         PIC 9(12) VALUE 0.
        05 WS-POSTED-SUM         PIC 9(12) VALUE 0.
        05 WS-FILE-COUNT         PIC 9(7) VALUE 0.
        05 WS-RECORD-SUM         PIC 9(12) VALUE 0.
        05 WS-DIGITS-SUM         PIC 9(12) VALUE 0.
        05 WS-ADJUST-COUNT       PIC 9(7) VALUE 0.
        05 WS-ADJUST-DIGITS      PIC 9(12) VALUE 0.
        05 WS-MONTH-TOTAL        PIC 9(12) VALUE 0.
        05 WS-MONTH-REC-DATE     PIC 9(8) VALUE 0.
        05 WS-MONTH-FOUND-SW     PIC A VALUE 'N'.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-PERIOD-STATUS      PIC XX VALUE SPACES.
    01 WS-PERIOD-SWITCHES.
        05 WS-FORCE-SW           PIC A VALUE 'N'.
            88 WS-FORCE-REPOST              VALUE 'Y'.
        05 WS-RECLOSE-SW         PIC A VALUE 'N'.
            88 WS-LOCKED-RECLOSE            VALUE 'Y'.
        05 WS-CHANGED-SW         PIC A VALUE 'N'.
            88 WS-FIGURES-CHANGED           VALUE 'Y'.
        05 WS-PRIOR-CLOSE-COUNT  PIC 9(3) VALUE 0.
    01 WS-MONTH-LABEL            PIC X(80)
        VALUE 'MONTH-TO-DATE-GRAND-TOTAL'.
    01 WS-CALENDAR-FIELDS.
            10 FILLER            PIC X(30) VALUE 'DIFFERENCE:                   '.
            10 WS-T-DIFFERENCE   PIC -----------9.
            10 FILLER            PIC X(89) VALUE SPACES.
        05 WS-TOT-LINE-6.
            10 FILLER            PIC X(30) VALUE 'DAILY FILES POSTED:           '.
            10 WS-T-FILE-COUNT   PIC ZZZZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-TOT-LINE-7.
            10 FILLER            PIC X(30) VALUE 'DAILY RECORDS POSTED:         '.
            10 WS-T-RECORD-SUM   PIC ZZZZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-TOT-LINE-8.
            10 FILLER            PIC X(30) VALUE 'DAILY DIGITS-ONLY TOTAL:      '.
            10 WS-T-DIGITS-SUM   PIC ZZZZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-PERIOD-LINE.
            10 FILLER            PIC X(17) VALUE 'PERIOD SUMMARY:  '.
            10 WS-P-TEXT         PIC X(80).
            10 FILLER            PIC X(35) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'EXPECTED POSTINGS MISSING:    '.
            10 WS-F-MISSING      PIC ZZZZZZ9.
    PERFORM 200-READ-MASTER-RTN.
    PERFORM 300-CHECK-MISSING-RTN.
    PERFORM 400-CHECK-TOTALS-RTN.
    PERFORM 450-POST-PERIOD-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'MONTH-END CLOSE FOR ' WS-CLOSE-MONTH
            ' MISSING: ' WS-MISSING-COUNT
            ' DIFFERENCE: ' WS-DIFFERENCE.
    EVALUATE TRUE
        WHEN WS-IO-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN NOT WS-CERTIFIED
            MOVE 8 TO RETURN-CODE
        WHEN WS-LOCKED-RECLOSE AND WS-FIGURES-CHANGED
            MOVE 8 TO RETURN-CODE
        WHEN WS-LOCKED-RECLOSE
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

        END-IF.
        MOVE FUNCTION NUMVAL(WS-MONTH-INPUT) TO WS-CLOSE-MONTH.

        MOVE 'N' TO WS-FORCE-SW.
        ACCEPT WS-FORCE-SW FROM ENVIRONMENT 'CALCLOSEFORCE'.
        IF WS-FORCE-SW NOT = 'Y'
            MOVE 'N' TO WS-FORCE-SW
        END-IF.

        OPEN INPUT CALENDAR-FILE.
        IF WS-CALNDR-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN PROCESSING CALENDAR '
                END-IF
            WHEN 'D'
                ADD CM-CALIB-TOTAL TO WS-DAILY-SUM
                ADD 1 TO WS-FILE-COUNT
                ADD CM-RECORD-COUNT TO WS-RECORD-SUM
                ADD CM-DIGITS-TOTAL TO WS-DIGITS-SUM
                PERFORM 270-MARK-CALENDAR-RTN
            WHEN 'A'
                ADD CM-CALIB-TOTAL TO WS-ADJUST-SUM
                ADD 1 TO WS-ADJUST-COUNT
                ADD CM-DIGITS-TOTAL TO WS-ADJUST-DIGITS
                PERFORM 270-MARK-CALENDAR-RTN
        END-EVALUATE.

                MOVE 'MONTH CERTIFIED' TO WS-V-TEXT
        END-EVALUATE.

    450-POST-PERIOD-RTN.
        IF WS-IO-ERROR
            MOVE 'NOT POSTED - I/O ERROR' TO WS-P-TEXT
        ELSE
            OPEN I-O PERIOD-MASTER
            IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '05'
                DISPLAY 'ERROR: UNABLE TO OPEN PERIOD SUMMARY FILE '
                        ' STATUS = ' WS-PERIOD-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'NOT POSTED - PERIOD FILE OPEN FAILED' TO WS-P-TEXT
            ELSE
                MOVE WS-CLOSE-MONTH TO PS-PERIOD
                READ PERIOD-MASTER
                EVALUATE WS-PERIOD-STATUS
                    WHEN '00'
                        PERFORM 460-REPOST-PERIOD-RTN
                    WHEN '23'
                        MOVE 0 TO WS-PRIOR-CLOSE-COUNT
                        PERFORM 480-BUILD-PERIOD-RTN
                        WRITE PERIOD-REC
                        PERFORM 490-CHECK-PERIOD-WRITE-RTN
                    WHEN OTHER
                        DISPLAY 'ERROR: PERIOD SUMMARY READ FAILED, '
                                'STATUS = ' WS-PERIOD-STATUS
                        SET WS-IO-ERROR TO TRUE
                        MOVE 'NOT POSTED - PERIOD FILE READ FAILED'
                            TO WS-P-TEXT
                END-EVALUATE
                CLOSE PERIOD-MASTER
            END-IF
        END-IF.

    460-REPOST-PERIOD-RTN.
        MOVE PS-CLOSE-COUNT TO WS-PRIOR-CLOSE-COUNT.
        IF PS-LOCKED
            SET WS-LOCKED-RECLOSE TO TRUE
            IF PS-FILE-COUNT NOT = WS-FILE-COUNT
               OR PS-RECORD-COUNT NOT = WS-RECORD-SUM
               OR PS-CALIB-TOTAL NOT = WS-DAILY-SUM
               OR PS-DIGITS-TOTAL NOT = WS-DIGITS-SUM
               OR PS-ADJUST-COUNT NOT = WS-ADJUST-COUNT
               OR PS-ADJUST-CALIB NOT = WS-ADJUST-SUM
               OR PS-ADJUST-DIGITS NOT = WS-ADJUST-DIGITS
                SET WS-FIGURES-CHANGED TO TRUE
            END-IF
            DISPLAY 'WARNING: MONTH ' WS-CLOSE-MONTH
                    ' WAS ALREADY CLOSED AND LOCKED ON ' PS-CLOSE-DATE
            IF WS-FORCE-REPOST
                PERFORM 480-BUILD-PERIOD-RTN
                REWRITE PERIOD-REC
                PERFORM 490-CHECK-PERIOD-WRITE-RTN
                IF NOT WS-IO-ERROR
                    MOVE 'REPOSTED - MONTH WAS LOCKED, CALCLOSEFORCE SET'
                        TO WS-P-TEXT
                END-IF
            ELSE
                IF WS-FIGURES-CHANGED
                    MOVE 'NOT POSTED - MONTH LOCKED, FIGURES CHANGED SINCE LOCK'
                        TO WS-P-TEXT
                ELSE
                    MOVE 'NOT POSTED - MONTH ALREADY CLOSED AND LOCKED'
                        TO WS-P-TEXT
                END-IF
            END-IF
        ELSE
            PERFORM 480-BUILD-PERIOD-RTN
            REWRITE PERIOD-REC
            PERFORM 490-CHECK-PERIOD-WRITE-RTN
        END-IF.

    480-BUILD-PERIOD-RTN.
        MOVE WS-CLOSE-MONTH TO PS-PERIOD.
        MOVE WS-FILE-COUNT TO PS-FILE-COUNT.
        MOVE WS-RECORD-SUM TO PS-RECORD-COUNT.
        MOVE WS-DAILY-SUM TO PS-CALIB-TOTAL.
        MOVE WS-DIGITS-SUM TO PS-DIGITS-TOTAL.
        MOVE WS-ADJUST-COUNT TO PS-ADJUST-COUNT.
        MOVE WS-ADJUST-SUM TO PS-ADJUST-CALIB.
        MOVE WS-ADJUST-DIGITS TO PS-ADJUST-DIGITS.
        MOVE WS-RUN-DATE TO PS-CLOSE-DATE.
        MOVE WS-RUN-TIME TO PS-CLOSE-TIME.
        IF WS-CERTIFIED
            SET PS-CERTIFIED TO TRUE
            SET PS-LOCKED TO TRUE
        ELSE
            SET PS-NOT-CERTIFIED TO TRUE
            SET PS-UNLOCKED TO TRUE
        END-IF.
        ADD 1 TO WS-PRIOR-CLOSE-COUNT GIVING PS-CLOSE-COUNT.

    490-CHECK-PERIOD-WRITE-RTN.
        IF WS-PERIOD-STATUS NOT = '00'
            DISPLAY 'ERROR: PERIOD SUMMARY WRITE FAILED, STATUS = '
                    WS-PERIOD-STATUS
            SET WS-IO-ERROR TO TRUE
            MOVE 'NOT POSTED - PERIOD FILE WRITE FAILED' TO WS-P-TEXT
        ELSE
            IF PS-LOCKED
                MOVE 'POSTED AND MONTH LOCKED' TO WS-P-TEXT
            ELSE
                MOVE 'POSTED - MONTH NOT LOCKED (NOT CERTIFIED)'
                    TO WS-P-TEXT
            END-IF
        END-IF.

    500-WRITE-FOOTER-RTN.
        MOVE WS-DAILY-SUM TO WS-T-DAILY-SUM.
        MOVE WS-ADJUST-SUM TO WS-T-ADJUST-SUM.
        MOVE WS-POSTED-SUM TO WS-T-POSTED-SUM.
        MOVE WS-MONTH-TOTAL TO WS-T-MONTH-TOTAL.
        MOVE WS-DIFFERENCE TO WS-T-DIFFERENCE.
        MOVE WS-FILE-COUNT TO WS-T-FILE-COUNT.
        MOVE WS-RECORD-SUM TO WS-T-RECORD-SUM.
        MOVE WS-DIGITS-SUM TO WS-T-DIGITS-SUM.
        MOVE WS-MISSING-COUNT TO WS-F-MISSING.
        MOVE WS-UNEXPECTED-COUNT TO WS-F-UNEXPECTED.
        WRITE CLOSE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-VERDICT-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CLOSE-RPT-LINE FROM WS-PERIOD-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
