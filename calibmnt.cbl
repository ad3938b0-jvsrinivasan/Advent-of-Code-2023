IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBMNT.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL TOLERANCE-FILE ASSIGN TO 'CALTOLF'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOLFILE-STATUS.
        SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALNDR'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALNDR-STATUS.
        SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'MNTAUDIT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD TOLERANCE-FILE.
    COPY 'tolrec'.
    FD CALENDAR-FILE.
    COPY 'calnrec'.
    FD AUDIT-LOG.
    COPY 'mntarec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-ADD-COUNT          PIC 9(7) VALUE 0.
        05 WS-CHANGE-COUNT       PIC 9(7) VALUE 0.
        05 WS-DELETE-COUNT       PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-UPDATED-SW         PIC A VALUE 'N'.
            88 WS-FILE-UPDATED              VALUE 'Y'.
        05 WS-PARTIAL-WRITE-SW   PIC A VALUE 'N'.
            88 WS-PARTIAL-WRITE             VALUE 'Y'.
        05 WS-RESTORE-SW         PIC A VALUE 'N'.
            88 WS-RESTORE-FAILED            VALUE 'Y'.
        05 WS-SIGNON-SW          PIC A VALUE 'N'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-L                  PIC 9(3) VALUE 0.
        05 WS-TOLFILE-STATUS     PIC XX VALUE SPACES.
        05 WS-CALNDR-STATUS      PIC XX VALUE SPACES.
        05 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-TOLERANCE-FIELDS.
        05 WS-TOL-ON-FILE-SW     PIC A VALUE 'N'.
            88 WS-TOL-ON-FILE               VALUE 'Y'.
        05 WS-TOL-CURRENT.
            10 WS-TOL-CUR-EXC    PIC X(07) VALUE SPACES.
            10 WS-TOL-CUR-ZERO   PIC X(03) VALUE SPACES.
            10 WS-TOL-CUR-GAP    PIC X(09) VALUE SPACES.
        05 WS-TOL-NEW.
            10 WS-TOL-NEW-EXC    PIC 9(07) VALUE 0.
            10 WS-TOL-NEW-ZERO   PIC 9(03) VALUE 0.
            10 WS-TOL-NEW-GAP    PIC 9(09) VALUE 0.
        05 WS-TOL-STATUS-TEXT    PIC X(50) VALUE SPACES.
        05 WS-TOL-DONE-SW        PIC A VALUE 'N'.
    01 WS-CALENDAR-FIELDS.
        05 WS-CAL-COUNT          PIC 9(5) VALUE 0.
        05 WS-CAL-MAX            PIC 9(5) VALUE 10000.
        05 WS-CAL-IX             PIC 9(5) VALUE 0.
        05 WS-CAL-FOUND-IX       PIC 9(5) VALUE 0.
        05 WS-CAL-INVALID-COUNT  PIC 9(5) VALUE 0.
        05 WS-PAGE-TOP           PIC 9(5) VALUE 1.
        05 WS-PAGE-SIZE          PIC 9(3) VALUE 12.
        05 WS-CAL-DONE-SW        PIC A VALUE 'N'.
        05 WS-DUPLICATE-SW       PIC A VALUE 'N'.
            88 WS-DUPLICATE-ENTRY           VALUE 'Y'.
        05 WS-DUP-IX             PIC 9(5) VALUE 0.
        05 WS-PAGE-NUM           PIC 9(5) VALUE 0.
        05 WS-ENTRY-BAD-SW       PIC A VALUE 'N'.
            88 WS-ENTRY-BAD                 VALUE 'Y'.
        05 WS-D-COUNT            PIC ZZZZ9.
        05 WS-KEY-DATE           PIC 9(08) VALUE 0.
        05 WS-KEY-SOURCE-FILE    PIC X(80) VALUE SPACES.
    01 WS-CALENDAR-TABLE.
        05 WS-CAL-ENTRY OCCURS 10000 TIMES.
            10 WS-CE-DATE        PIC 9(08).
            10 WS-CE-SOURCE-FILE PIC X(80).
    01 WS-CAL-BEFORE-IMAGE       PIC X(88) VALUE SPACES.
    01 WS-LIST-DETAIL.
        05 WS-LD-ENTRY           PIC ZZZZ9.
        05 FILLER                PIC X(02) VALUE SPACES.
        05 WS-LD-DATE            PIC 9999/99/99.
        05 WS-LD-DATE-X REDEFINES WS-LD-DATE PIC X(10).
        05 FILLER                PIC X(02) VALUE SPACES.
        05 WS-LD-SOURCE-FILE     PIC X(58).
    01 WS-LIST-TABLE.
        05 WS-LIST-LINE OCCURS 12 TIMES PIC X(77).
    01 WS-CHECK-FIELDS.
        05 WS-NUM-INPUT          PIC X(09) VALUE SPACES.
        05 WS-NUM-LEN            PIC 9(2) VALUE 0.
        05 WS-NUM-DIGITS         PIC 9(2) VALUE 0.
        05 WS-NUM-DIGIT          PIC 9 VALUE 0.
        05 WS-NUM-VALUE          PIC 9(9) VALUE 0.
        05 WS-NUM-END-SW         PIC A VALUE 'N'.
        05 WS-NUM-BAD-SW         PIC A VALUE 'N'.
            88 WS-NUM-BAD                   VALUE 'Y'.
        05 WS-DATE-BAD-SW        PIC A VALUE 'N'.
            88 WS-DATE-BAD                  VALUE 'Y'.
        05 WS-CHECK-DATE         PIC 9(8) VALUE 0.
        05 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
            10 WS-CHECK-YYYY     PIC 9(4).
            10 WS-CHECK-MM       PIC 9(2).
            10 WS-CHECK-DD       PIC 9(2).
        05 WS-MONTH-DAYS         PIC 9(2) VALUE 0.
        05 WS-LEAP-QUOTIENT      PIC 9(4) VALUE 0.
        05 WS-LEAP-REM-4         PIC 9(4) VALUE 0.
        05 WS-LEAP-REM-100       PIC 9(4) VALUE 0.
        05 WS-LEAP-REM-400       PIC 9(4) VALUE 0.
    01 WS-DAYS-IN-MONTH-VALUES.
        05 FILLER                PIC X(24)
            VALUE '312831303130313130313031'.
    01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
        05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
    01 WS-AUDIT-FIELDS.
        05 WS-AUDIT-FILE-ID      PIC X(08) VALUE SPACES.
        05 WS-AUDIT-ACTION       PIC X(01) VALUE SPACE.
        05 WS-AUDIT-BEFORE       PIC X(88) VALUE SPACES.
        05 WS-AUDIT-AFTER        PIC X(88) VALUE SPACES.
    01 WS-SCREEN-FIELDS.
        05 WS-SCR-OPERATOR       PIC X(20) VALUE SPACES.
        05 WS-SCR-OPTION         PIC X(01) VALUE SPACE.
        05 WS-SCR-FUNCTION       PIC X(01) VALUE SPACE.
        05 WS-SCR-CONFIRM        PIC X(01) VALUE SPACE.
        05 WS-SCR-EXC-IN         PIC X(07) VALUE SPACES.
        05 WS-SCR-ZERO-IN        PIC X(03) VALUE SPACES.
        05 WS-SCR-GAP-IN         PIC X(09) VALUE SPACES.
        05 WS-SCR-ENTRY-IN       PIC X(05) VALUE SPACES.
        05 WS-SCR-DATE-IN        PIC X(08) VALUE SPACES.
        05 WS-SCR-SOURCE-IN      PIC X(80) VALUE SPACES.
        05 WS-SCR-MESSAGE        PIC X(79) VALUE SPACES.
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
    SCREEN SECTION.
    01 SIGNON-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COL 2 VALUE 'CALIBMNT - CALIBRATION CONTROL FILE MAINTENANCE'.
        05 LINE 4 COL 2 VALUE 'OPERATOR ID:'.
        05 LINE 4 COL 15 PIC X(20) USING WS-SCR-OPERATOR.
        05 LINE 23 COL 1 PIC X(79) FROM WS-SCR-MESSAGE HIGHLIGHT.
    01 MENU-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COL 2 VALUE 'CALIBMNT - CALIBRATION CONTROL FILE MAINTENANCE'.
        05 LINE 2 COL 2 VALUE 'OPERATOR:'.
        05 LINE 2 COL 12 PIC X(20) FROM WS-SCR-OPERATOR.
        05 LINE 5 COL 5 VALUE '1  TOLERANCE SETTINGS (CALTOLF)'.
        05 LINE 6 COL 5 VALUE '2  PROCESSING CALENDAR (CALNDR)'.
        05 LINE 7 COL 5 VALUE 'X  EXIT'.
        05 LINE 9 COL 5 VALUE 'SELECTION:'.
        05 LINE 9 COL 16 PIC X(01) USING WS-SCR-OPTION.
        05 LINE 23 COL 1 PIC X(79) FROM WS-SCR-MESSAGE HIGHLIGHT.
    01 TOLERANCE-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COL 2 VALUE 'CALIBMNT - TOLERANCE SETTINGS (CALTOLF)'.
        05 LINE 2 COL 2 VALUE 'OPERATOR:'.
        05 LINE 2 COL 12 PIC X(20) FROM WS-SCR-OPERATOR.
        05 LINE 4 COL 2 VALUE 'STATUS:'.
        05 LINE 4 COL 10 PIC X(50) FROM WS-TOL-STATUS-TEXT.
        05 LINE 6 COL 30 VALUE 'CURRENT'.
        05 LINE 6 COL 45 VALUE 'NEW'.
        05 LINE 7 COL 2 VALUE 'MAX EXCEPTIONS PER FILE:'.
        05 LINE 7 COL 30 PIC X(07) FROM WS-TOL-CUR-EXC.
        05 LINE 7 COL 45 PIC X(07) USING WS-SCR-EXC-IN.
        05 LINE 8 COL 2 VALUE 'MAX ZERO VALUE PERCENT:'.
        05 LINE 8 COL 30 PIC X(03) FROM WS-TOL-CUR-ZERO.
        05 LINE 8 COL 45 PIC X(03) USING WS-SCR-ZERO-IN.
        05 LINE 9 COL 2 VALUE 'MAX TOTALS GAP:'.
        05 LINE 9 COL 30 PIC X(09) FROM WS-TOL-CUR-GAP.
        05 LINE 9 COL 45 PIC X(09) USING WS-SCR-GAP-IN.
        05 LINE 12 COL 2 VALUE 'FUNCTION:'.
        05 LINE 12 COL 12 PIC X(01) USING WS-SCR-FUNCTION.
        05 LINE 12 COL 15 VALUE '(A=ADD  C=CHANGE  D=DELETE  X=RETURN)'.
        05 LINE 23 COL 1 PIC X(79) FROM WS-SCR-MESSAGE HIGHLIGHT.
    01 CALENDAR-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COL 2 VALUE 'CALIBMNT - PROCESSING CALENDAR (CALNDR)'.
        05 LINE 2 COL 2 VALUE 'OPERATOR:'.
        05 LINE 2 COL 12 PIC X(20) FROM WS-SCR-OPERATOR.
        05 LINE 2 COL 40 VALUE 'ENTRIES ON FILE:'.
        05 LINE 2 COL 57 PIC ZZZZ9 FROM WS-CAL-COUNT.
        05 LINE 4 COL 2 VALUE 'ENTRY  DATE        SOURCE FILE'.
        05 LINE 5 COL 2 PIC X(77) FROM WS-LIST-LINE(1).
        05 LINE 6 COL 2 PIC X(77) FROM WS-LIST-LINE(2).
        05 LINE 7 COL 2 PIC X(77) FROM WS-LIST-LINE(3).
        05 LINE 8 COL 2 PIC X(77) FROM WS-LIST-LINE(4).
        05 LINE 9 COL 2 PIC X(77) FROM WS-LIST-LINE(5).
        05 LINE 10 COL 2 PIC X(77) FROM WS-LIST-LINE(6).
        05 LINE 11 COL 2 PIC X(77) FROM WS-LIST-LINE(7).
        05 LINE 12 COL 2 PIC X(77) FROM WS-LIST-LINE(8).
        05 LINE 13 COL 2 PIC X(77) FROM WS-LIST-LINE(9).
        05 LINE 14 COL 2 PIC X(77) FROM WS-LIST-LINE(10).
        05 LINE 15 COL 2 PIC X(77) FROM WS-LIST-LINE(11).
        05 LINE 16 COL 2 PIC X(77) FROM WS-LIST-LINE(12).
        05 LINE 18 COL 2 VALUE 'FUNCTION:'.
        05 LINE 18 COL 12 PIC X(01) USING WS-SCR-FUNCTION.
        05 LINE 18 COL 15
            VALUE '(A=ADD C=CHANGE D=DELETE F=FIND N=NEXT P=PREV X=RETURN)'.
        05 LINE 19 COL 2 VALUE 'ENTRY NO:'.
        05 LINE 19 COL 12 PIC X(05) USING WS-SCR-ENTRY-IN.
        05 LINE 19 COL 20 VALUE 'DATE (YYYYMMDD):'.
        05 LINE 19 COL 37 PIC X(08) USING WS-SCR-DATE-IN.
        05 LINE 20 COL 2 VALUE 'SOURCE FILE:'.
        05 LINE 21 COL 1 PIC X(80) USING WS-SCR-SOURCE-IN.
        05 LINE 23 COL 1 PIC X(79) FROM WS-SCR-MESSAGE HIGHLIGHT.
    01 CONFIRM-SCREEN.
        05 LINE 24 COL 2 VALUE 'CONFIRM DELETE (Y/N):'.
        05 LINE 24 COL 24 PIC X(01) USING WS-SCR-CONFIRM.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 100-SIGNON-RTN.
    MOVE SPACE TO WS-SCR-OPTION.
    PERFORM UNTIL WS-SCR-OPTION = 'X'
        PERFORM 200-MAIN-MENU-RTN
    END-PERFORM.
    IF WS-IO-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    DISPLAY 'MAINTENANCE COMPLETE, ADDED: ' WS-ADD-COUNT
            ' CHANGED: ' WS-CHANGE-COUNT
            ' DELETED: ' WS-DELETE-COUNT.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.
        PERFORM 055-LOAD-TOLERANCE-RTN.
        PERFORM 060-LOAD-CALENDAR-RTN.

    055-LOAD-TOLERANCE-RTN.
        MOVE 'N' TO WS-TOL-ON-FILE-SW.
        MOVE SPACES TO WS-TOL-CURRENT.
        MOVE 'NOT ON FILE - CALIBRATION DEFAULTS IN EFFECT'
            TO WS-TOL-STATUS-TEXT.
        OPEN INPUT TOLERANCE-FILE.
        IF WS-TOLFILE-STATUS = '00' OR WS-TOLFILE-STATUS = '05'
            READ TOLERANCE-FILE
                AT END CONTINUE
                NOT AT END
                    SET WS-TOL-ON-FILE TO TRUE
                    MOVE TOLERANCE-REC TO WS-TOL-CURRENT
                    IF TL-MAX-EXCEPTIONS NUMERIC
                       AND TL-MAX-ZERO-PCT NUMERIC
                       AND TL-MAX-TOTALS-GAP NUMERIC
                        MOVE 'ON FILE' TO WS-TOL-STATUS-TEXT
                    ELSE
                        MOVE 'INVALID RECORD - CALIBRATION DEFAULTS IN EFFECT'
                            TO WS-TOL-STATUS-TEXT
                    END-IF
            END-READ
            CLOSE TOLERANCE-FILE
        ELSE
            DISPLAY 'ERROR: UNABLE TO OPEN TOLERANCE FILE '
                    ' STATUS = ' WS-TOLFILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    060-LOAD-CALENDAR-RTN.
        MOVE 0 TO WS-CAL-COUNT.
        MOVE 0 TO WS-CAL-INVALID-COUNT.
        OPEN INPUT CALENDAR-FILE.
        IF WS-CALNDR-STATUS NOT = '00' AND WS-CALNDR-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN PROCESSING CALENDAR '
                    ' STATUS = ' WS-CALNDR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ CALENDAR-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CAL-COUNT >= WS-CAL-MAX
                    DISPLAY 'ERROR: CALENDAR TABLE FULL AT '
                            WS-CAL-MAX ' ENTRIES'
                    CLOSE CALENDAR-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CAL-COUNT
                MOVE CALENDAR-REC TO WS-CAL-ENTRY(WS-CAL-COUNT)
                MOVE WS-CAL-COUNT TO WS-CAL-IX
                PERFORM 465-CHECK-ENTRY-RTN
                IF WS-ENTRY-BAD
                    ADD 1 TO WS-CAL-INVALID-COUNT
                END-IF
            END-READ
            IF WS-CALNDR-STATUS NOT = '00'
               AND WS-CALNDR-STATUS NOT = '04'
               AND WS-CALNDR-STATUS NOT = '10'
                DISPLAY 'ERROR: CALENDAR READ FAILED, STATUS = '
                        WS-CALNDR-STATUS
                CLOSE CALENDAR-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM.
        CLOSE CALENDAR-FILE.

    100-SIGNON-RTN.
        MOVE SPACES TO WS-SCR-OPERATOR.
        ACCEPT WS-SCR-OPERATOR FROM ENVIRONMENT 'CALMNTOPER'.
        MOVE SPACES TO WS-SCR-MESSAGE.
        MOVE 'N' TO WS-SIGNON-SW.
        PERFORM UNTIL WS-SIGNON-SW = 'Y'
            DISPLAY SIGNON-SCREEN
            ACCEPT SIGNON-SCREEN
            IF WS-SCR-OPERATOR = SPACES
                MOVE 'OPERATOR ID IS REQUIRED' TO WS-SCR-MESSAGE
            ELSE
                MOVE 'Y' TO WS-SIGNON-SW
            END-IF
        END-PERFORM.
        MOVE SPACES TO WS-SCR-MESSAGE.

    200-MAIN-MENU-RTN.
        MOVE SPACE TO WS-SCR-OPTION.
        DISPLAY MENU-SCREEN.
        ACCEPT MENU-SCREEN.
        MOVE SPACES TO WS-SCR-MESSAGE.
        INSPECT WS-SCR-OPTION CONVERTING 'x' TO 'X'.
        EVALUATE WS-SCR-OPTION
            WHEN '1'
                PERFORM 300-TOLERANCE-RTN
            WHEN '2'
                PERFORM 400-CALENDAR-RTN
            WHEN 'X'
                CONTINUE
            WHEN OTHER
                MOVE 'SELECT 1, 2 OR X' TO WS-SCR-MESSAGE
        END-EVALUATE.

    300-TOLERANCE-RTN.
        PERFORM 305-PRIME-TOLERANCE-RTN.
        MOVE 'N' TO WS-TOL-DONE-SW.
        PERFORM UNTIL WS-TOL-DONE-SW = 'Y'
            MOVE SPACE TO WS-SCR-FUNCTION
            DISPLAY TOLERANCE-SCREEN
            ACCEPT TOLERANCE-SCREEN
            MOVE SPACES TO WS-SCR-MESSAGE
            INSPECT WS-SCR-FUNCTION CONVERTING 'acdx' TO 'ACDX'
            EVALUATE WS-SCR-FUNCTION
                WHEN 'A'
                    PERFORM 320-ADD-TOLERANCE-RTN
                WHEN 'C'
                    PERFORM 330-CHANGE-TOLERANCE-RTN
                WHEN 'D'
                    PERFORM 340-DELETE-TOLERANCE-RTN
                WHEN 'X'
                    MOVE 'Y' TO WS-TOL-DONE-SW
                WHEN OTHER
                    MOVE 'FUNCTION MUST BE A, C, D OR X' TO WS-SCR-MESSAGE
            END-EVALUATE
        END-PERFORM.
        MOVE SPACES TO WS-SCR-MESSAGE.

    305-PRIME-TOLERANCE-RTN.
        MOVE WS-TOL-CUR-EXC TO WS-SCR-EXC-IN.
        MOVE WS-TOL-CUR-ZERO TO WS-SCR-ZERO-IN.
        MOVE WS-TOL-CUR-GAP TO WS-SCR-GAP-IN.

    310-VALIDATE-TOLERANCE-RTN.
        MOVE SPACES TO WS-SCR-MESSAGE.
        MOVE WS-SCR-EXC-IN TO WS-NUM-INPUT.
        MOVE 7 TO WS-NUM-LEN.
        PERFORM 600-CHECK-NUMERIC-RTN.
        IF WS-NUM-BAD
            MOVE 'MAX EXCEPTIONS PER FILE MUST BE NUMERIC (0-9999999)'
                TO WS-SCR-MESSAGE
        ELSE
            MOVE WS-NUM-VALUE TO WS-TOL-NEW-EXC
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE WS-SCR-ZERO-IN TO WS-NUM-INPUT
            MOVE 3 TO WS-NUM-LEN
            PERFORM 600-CHECK-NUMERIC-RTN
            IF WS-NUM-BAD OR WS-NUM-VALUE > 100
                MOVE 'MAX ZERO VALUE PERCENT MUST BE NUMERIC (0-100)'
                    TO WS-SCR-MESSAGE
            ELSE
                MOVE WS-NUM-VALUE TO WS-TOL-NEW-ZERO
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE WS-SCR-GAP-IN TO WS-NUM-INPUT
            MOVE 9 TO WS-NUM-LEN
            PERFORM 600-CHECK-NUMERIC-RTN
            IF WS-NUM-BAD
                MOVE 'MAX TOTALS GAP MUST BE NUMERIC (0-999999999)'
                    TO WS-SCR-MESSAGE
            ELSE
                MOVE WS-NUM-VALUE TO WS-TOL-NEW-GAP
            END-IF
        END-IF.

    320-ADD-TOLERANCE-RTN.
        IF WS-TOL-ON-FILE
            MOVE 'TOLERANCES ALREADY ON FILE - USE C TO CHANGE'
                TO WS-SCR-MESSAGE
        ELSE
            PERFORM 310-VALIDATE-TOLERANCE-RTN
            IF WS-SCR-MESSAGE = SPACES
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE 'A' TO WS-AUDIT-ACTION
                PERFORM 350-WRITE-TOLERANCE-RTN
                IF WS-FILE-UPDATED
                    ADD 1 TO WS-ADD-COUNT
                    IF WS-SCR-MESSAGE = SPACES
                        MOVE 'TOLERANCES ADDED' TO WS-SCR-MESSAGE
                    END-IF
                END-IF
            END-IF
        END-IF.

    330-CHANGE-TOLERANCE-RTN.
        IF NOT WS-TOL-ON-FILE
            MOVE 'NO TOLERANCES ON FILE - USE A TO ADD' TO WS-SCR-MESSAGE
        ELSE
            PERFORM 310-VALIDATE-TOLERANCE-RTN
            IF WS-SCR-MESSAGE = SPACES
                IF WS-TOL-NEW = WS-TOL-CURRENT
                    MOVE 'NO CHANGE KEYED' TO WS-SCR-MESSAGE
                ELSE
                    MOVE WS-TOL-CURRENT TO WS-AUDIT-BEFORE
                    MOVE 'C' TO WS-AUDIT-ACTION
                    PERFORM 350-WRITE-TOLERANCE-RTN
                    IF WS-FILE-UPDATED
                        ADD 1 TO WS-CHANGE-COUNT
                        IF WS-SCR-MESSAGE = SPACES
                            MOVE 'TOLERANCES CHANGED' TO WS-SCR-MESSAGE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

    340-DELETE-TOLERANCE-RTN.
        IF NOT WS-TOL-ON-FILE
            MOVE 'NO TOLERANCES ON FILE' TO WS-SCR-MESSAGE
        ELSE
            PERFORM 750-CONFIRM-RTN
            IF WS-SCR-CONFIRM NOT = 'Y'
                MOVE 'DELETE CANCELLED' TO WS-SCR-MESSAGE
            ELSE
                OPEN OUTPUT TOLERANCE-FILE
                IF WS-TOLFILE-STATUS NOT = '00'
                   AND WS-TOLFILE-STATUS NOT = '05'
                    MOVE 'UNABLE TO REWRITE CALTOLF - DELETE NOT DONE'
                        TO WS-SCR-MESSAGE
                    SET WS-IO-ERROR TO TRUE
                ELSE
                    CLOSE TOLERANCE-FILE
                    MOVE 'CALTOLF' TO WS-AUDIT-FILE-ID
                    MOVE 'D' TO WS-AUDIT-ACTION
                    MOVE WS-TOL-CURRENT TO WS-AUDIT-BEFORE
                    MOVE SPACES TO WS-AUDIT-AFTER
                    PERFORM 700-WRITE-AUDIT-RTN
                    ADD 1 TO WS-DELETE-COUNT
                    MOVE 'N' TO WS-TOL-ON-FILE-SW
                    MOVE SPACES TO WS-TOL-CURRENT
                    MOVE 'NOT ON FILE - CALIBRATION DEFAULTS IN EFFECT'
                        TO WS-TOL-STATUS-TEXT
                    PERFORM 305-PRIME-TOLERANCE-RTN
                    IF WS-SCR-MESSAGE = SPACES
                        MOVE 'TOLERANCES DELETED - DEFAULTS WILL APPLY'
                            TO WS-SCR-MESSAGE
                    END-IF
                END-IF
            END-IF
        END-IF.

    350-WRITE-TOLERANCE-RTN.
        MOVE 'N' TO WS-UPDATED-SW.
        OPEN OUTPUT TOLERANCE-FILE.
        IF WS-TOLFILE-STATUS NOT = '00' AND WS-TOLFILE-STATUS NOT = '05'
            MOVE 'UNABLE TO REWRITE CALTOLF - CHANGE NOT DONE'
                TO WS-SCR-MESSAGE
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE WS-TOL-NEW-EXC TO TL-MAX-EXCEPTIONS
            MOVE WS-TOL-NEW-ZERO TO TL-MAX-ZERO-PCT
            MOVE WS-TOL-NEW-GAP TO TL-MAX-TOTALS-GAP
            WRITE TOLERANCE-REC
            IF WS-TOLFILE-STATUS NOT = '00'
                SET WS-IO-ERROR TO TRUE
                CLOSE TOLERANCE-FILE
                PERFORM 355-RESTORE-TOLERANCE-RTN
            ELSE
                CLOSE TOLERANCE-FILE
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            SET WS-FILE-UPDATED TO TRUE
            MOVE 'CALTOLF' TO WS-AUDIT-FILE-ID
            MOVE WS-TOL-NEW TO WS-AUDIT-AFTER
            PERFORM 700-WRITE-AUDIT-RTN
            SET WS-TOL-ON-FILE TO TRUE
            MOVE WS-TOL-NEW TO WS-TOL-CURRENT
            MOVE 'ON FILE' TO WS-TOL-STATUS-TEXT
            PERFORM 305-PRIME-TOLERANCE-RTN
        END-IF.

    355-RESTORE-TOLERANCE-RTN.
        MOVE 'N' TO WS-RESTORE-SW.
        OPEN OUTPUT TOLERANCE-FILE.
        IF WS-TOLFILE-STATUS NOT = '00' AND WS-TOLFILE-STATUS NOT = '05'
            SET WS-RESTORE-FAILED TO TRUE
        ELSE
            IF WS-TOL-ON-FILE
                MOVE WS-TOL-CURRENT TO TOLERANCE-REC
                WRITE TOLERANCE-REC
                IF WS-TOLFILE-STATUS NOT = '00'
                    SET WS-RESTORE-FAILED TO TRUE
                END-IF
            END-IF
            CLOSE TOLERANCE-FILE
        END-IF.
        IF WS-RESTORE-FAILED
            MOVE 'WRITE TO CALTOLF FAILED - FILE NOT RESTORED, REKEY TOLERANCES'
                TO WS-SCR-MESSAGE
        ELSE
            MOVE 'WRITE TO CALTOLF FAILED - PREVIOUS TOLERANCES RESTORED'
                TO WS-SCR-MESSAGE
        END-IF.

    400-CALENDAR-RTN.
        MOVE 1 TO WS-PAGE-TOP.
        MOVE SPACES TO WS-SCR-ENTRY-IN WS-SCR-DATE-IN WS-SCR-SOURCE-IN.
        IF WS-CAL-INVALID-COUNT > 0
            MOVE WS-CAL-INVALID-COUNT TO WS-D-COUNT
            MOVE SPACES TO WS-SCR-MESSAGE
            STRING WS-D-COUNT DELIMITED BY SIZE
                   ' ENTRIES FAIL VALIDATION (MARKED *) - CHANGE OR DELETE'
                   DELIMITED BY SIZE
                INTO WS-SCR-MESSAGE
        END-IF.
        MOVE 'N' TO WS-CAL-DONE-SW.
        PERFORM UNTIL WS-CAL-DONE-SW = 'Y'
            PERFORM 405-BUILD-LIST-RTN
            MOVE SPACE TO WS-SCR-FUNCTION
            DISPLAY CALENDAR-SCREEN
            ACCEPT CALENDAR-SCREEN
            MOVE SPACES TO WS-SCR-MESSAGE
            INSPECT WS-SCR-FUNCTION CONVERTING 'acdfnpx' TO 'ACDFNPX'
            EVALUATE WS-SCR-FUNCTION
                WHEN 'A'
                    PERFORM 420-ADD-ENTRY-RTN
                WHEN 'C'
                    PERFORM 430-CHANGE-ENTRY-RTN
                WHEN 'D'
                    PERFORM 440-DELETE-ENTRY-RTN
                WHEN 'F'
                    PERFORM 450-FIND-ENTRY-RTN
                WHEN 'N'
                    IF WS-PAGE-TOP + WS-PAGE-SIZE <= WS-CAL-COUNT
                        ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                    ELSE
                        MOVE 'LAST PAGE' TO WS-SCR-MESSAGE
                    END-IF
                WHEN 'P'
                    IF WS-PAGE-TOP > WS-PAGE-SIZE
                        SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
                    ELSE
                        MOVE 1 TO WS-PAGE-TOP
                        MOVE 'FIRST PAGE' TO WS-SCR-MESSAGE
                    END-IF
                WHEN 'X'
                    MOVE 'Y' TO WS-CAL-DONE-SW
                WHEN OTHER
                    MOVE 'FUNCTION MUST BE A, C, D, F, N, P OR X'
                        TO WS-SCR-MESSAGE
            END-EVALUATE
        END-PERFORM.
        MOVE SPACES TO WS-SCR-MESSAGE.

    405-BUILD-LIST-RTN.
        PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-PAGE-SIZE
            COMPUTE WS-CAL-IX = WS-PAGE-TOP + WS-L - 1
            MOVE SPACES TO WS-LIST-LINE(WS-L)
            IF WS-CAL-IX <= WS-CAL-COUNT
                MOVE WS-CAL-IX TO WS-LD-ENTRY
                PERFORM 465-CHECK-ENTRY-RTN
                IF NOT WS-ENTRY-BAD
                    MOVE WS-CE-DATE(WS-CAL-IX) TO WS-LD-DATE
                ELSE
                    MOVE SPACES TO WS-LD-DATE-X
                    MOVE WS-CAL-ENTRY(WS-CAL-IX)(1:8)
                        TO WS-LD-DATE-X(1:8)
                    MOVE '*' TO WS-LD-DATE-X(10:1)
                END-IF
                MOVE WS-CE-SOURCE-FILE(WS-CAL-IX) TO WS-LD-SOURCE-FILE
                MOVE WS-LIST-DETAIL TO WS-LIST-LINE(WS-L)
            END-IF
        END-PERFORM.

    410-VALIDATE-KEY-RTN.
        MOVE SPACES TO WS-SCR-MESSAGE.
        MOVE WS-SCR-DATE-IN TO WS-NUM-INPUT.
        MOVE 8 TO WS-NUM-LEN.
        PERFORM 600-CHECK-NUMERIC-RTN.
        IF WS-NUM-BAD OR WS-NUM-DIGITS NOT = 8
            MOVE 'DATE MUST BE 8 DIGITS, YYYYMMDD' TO WS-SCR-MESSAGE
        ELSE
            MOVE WS-NUM-VALUE TO WS-CHECK-DATE
            PERFORM 610-CHECK-DATE-RTN
            IF WS-DATE-BAD
                MOVE 'DATE IS NOT A VALID CALENDAR DATE' TO WS-SCR-MESSAGE
            ELSE
                MOVE WS-CHECK-DATE TO WS-KEY-DATE
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            IF WS-SCR-SOURCE-IN = SPACES
                MOVE 'SOURCE FILE IS REQUIRED' TO WS-SCR-MESSAGE
            ELSE
                MOVE WS-SCR-SOURCE-IN TO WS-KEY-SOURCE-FILE
            END-IF
        END-IF.

    412-SELECT-ENTRY-RTN.
        MOVE SPACES TO WS-SCR-MESSAGE.
        MOVE 0 TO WS-CAL-FOUND-IX.
        MOVE WS-SCR-ENTRY-IN TO WS-NUM-INPUT.
        MOVE 5 TO WS-NUM-LEN.
        PERFORM 600-CHECK-NUMERIC-RTN.
        IF WS-NUM-BAD OR WS-NUM-VALUE = 0 OR WS-NUM-VALUE > WS-CAL-COUNT
            MOVE 'ENTRY NO MUST BE A NUMBER SHOWN IN THE LIST'
                TO WS-SCR-MESSAGE
        ELSE
            MOVE WS-NUM-VALUE TO WS-CAL-FOUND-IX
        END-IF.

    415-CHECK-DUPLICATE-RTN.
        MOVE 'N' TO WS-DUPLICATE-SW.
        PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                UNTIL WS-CAL-IX > WS-CAL-COUNT OR WS-DUPLICATE-ENTRY
            IF WS-CAL-IX NOT = WS-CAL-FOUND-IX
               AND WS-CE-DATE(WS-CAL-IX) = WS-KEY-DATE
               AND WS-CE-SOURCE-FILE(WS-CAL-IX) = WS-KEY-SOURCE-FILE
                SET WS-DUPLICATE-ENTRY TO TRUE
                MOVE WS-CAL-IX TO WS-DUP-IX
            END-IF
        END-PERFORM.
        IF WS-DUPLICATE-ENTRY
            MOVE WS-DUP-IX TO WS-D-COUNT
            MOVE SPACES TO WS-SCR-MESSAGE
            STRING 'DUPLICATE - SAME DATE AND SOURCE FILE IS ENTRY'
                   DELIMITED BY SIZE
                   WS-D-COUNT DELIMITED BY SIZE
                INTO WS-SCR-MESSAGE
        END-IF.

    420-ADD-ENTRY-RTN.
        PERFORM 410-VALIDATE-KEY-RTN.
        IF WS-SCR-MESSAGE = SPACES
            MOVE 0 TO WS-CAL-FOUND-IX
            PERFORM 415-CHECK-DUPLICATE-RTN
        END-IF.
        IF WS-SCR-MESSAGE = SPACES AND WS-CAL-COUNT >= WS-CAL-MAX
            MOVE 'CALENDAR TABLE FULL - ENTRY NOT ADDED' TO WS-SCR-MESSAGE
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE WS-CAL-COUNT TO WS-CAL-FOUND-IX
            ADD 1 TO WS-CAL-FOUND-IX
            PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
                    UNTIL WS-CAL-IX < 1
                IF WS-CE-DATE(WS-CAL-IX) NUMERIC
                   AND WS-CE-DATE(WS-CAL-IX) > WS-KEY-DATE
                    MOVE WS-CAL-IX TO WS-CAL-FOUND-IX
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
                    UNTIL WS-CAL-IX < WS-CAL-FOUND-IX
                MOVE WS-CAL-ENTRY(WS-CAL-IX)
                    TO WS-CAL-ENTRY(WS-CAL-IX + 1)
            END-PERFORM
            ADD 1 TO WS-CAL-COUNT
            MOVE WS-KEY-DATE TO WS-CE-DATE(WS-CAL-FOUND-IX)
            MOVE WS-KEY-SOURCE-FILE TO WS-CE-SOURCE-FILE(WS-CAL-FOUND-IX)
            PERFORM 460-WRITE-CALENDAR-RTN
            IF WS-FILE-UPDATED
                MOVE 'CALNDR' TO WS-AUDIT-FILE-ID
                MOVE 'A' TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE WS-CAL-ENTRY(WS-CAL-FOUND-IX) TO WS-AUDIT-AFTER
                PERFORM 700-WRITE-AUDIT-RTN
                ADD 1 TO WS-ADD-COUNT
                PERFORM 470-SHOW-ENTRY-RTN
                MOVE SPACES TO WS-SCR-ENTRY-IN WS-SCR-DATE-IN
                               WS-SCR-SOURCE-IN
                IF WS-SCR-MESSAGE = SPACES
                    MOVE 'CALENDAR ENTRY ADDED' TO WS-SCR-MESSAGE
                END-IF
            ELSE
                PERFORM 445-REMOVE-ENTRY-RTN
                IF WS-PARTIAL-WRITE
                    PERFORM 462-RESTORE-CALENDAR-RTN
                END-IF
            END-IF
        END-IF.

    430-CHANGE-ENTRY-RTN.
        PERFORM 412-SELECT-ENTRY-RTN.
        IF WS-SCR-MESSAGE = SPACES
            IF WS-SCR-DATE-IN = SPACES AND WS-SCR-SOURCE-IN = SPACES
                MOVE 'KEY A NEW DATE AND/OR SOURCE FILE FOR THE ENTRY'
                    TO WS-SCR-MESSAGE
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            IF WS-SCR-DATE-IN = SPACES
                MOVE WS-CAL-ENTRY(WS-CAL-FOUND-IX)(1:8) TO WS-SCR-DATE-IN
            END-IF
            IF WS-SCR-SOURCE-IN = SPACES
                MOVE WS-CE-SOURCE-FILE(WS-CAL-FOUND-IX)
                    TO WS-SCR-SOURCE-IN
            END-IF
            PERFORM 410-VALIDATE-KEY-RTN
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            PERFORM 415-CHECK-DUPLICATE-RTN
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            IF WS-CE-DATE(WS-CAL-FOUND-IX) = WS-KEY-DATE
               AND WS-CE-SOURCE-FILE(WS-CAL-FOUND-IX)
                   = WS-KEY-SOURCE-FILE
                MOVE 'NO CHANGE KEYED' TO WS-SCR-MESSAGE
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE WS-CAL-ENTRY(WS-CAL-FOUND-IX) TO WS-CAL-BEFORE-IMAGE
            MOVE WS-KEY-DATE TO WS-CE-DATE(WS-CAL-FOUND-IX)
            MOVE WS-KEY-SOURCE-FILE TO WS-CE-SOURCE-FILE(WS-CAL-FOUND-IX)
            PERFORM 460-WRITE-CALENDAR-RTN
            IF WS-FILE-UPDATED
                MOVE 'CALNDR' TO WS-AUDIT-FILE-ID
                MOVE 'C' TO WS-AUDIT-ACTION
                MOVE WS-CAL-BEFORE-IMAGE TO WS-AUDIT-BEFORE
                MOVE WS-CAL-ENTRY(WS-CAL-FOUND-IX) TO WS-AUDIT-AFTER
                PERFORM 700-WRITE-AUDIT-RTN
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM 470-SHOW-ENTRY-RTN
                MOVE SPACES TO WS-SCR-ENTRY-IN WS-SCR-DATE-IN
                               WS-SCR-SOURCE-IN
                IF WS-SCR-MESSAGE = SPACES
                    MOVE 'CALENDAR ENTRY CHANGED' TO WS-SCR-MESSAGE
                END-IF
            ELSE
                MOVE WS-CAL-BEFORE-IMAGE TO WS-CAL-ENTRY(WS-CAL-FOUND-IX)
                IF WS-PARTIAL-WRITE
                    PERFORM 462-RESTORE-CALENDAR-RTN
                END-IF
            END-IF
        END-IF.

    440-DELETE-ENTRY-RTN.
        PERFORM 412-SELECT-ENTRY-RTN.
        IF WS-SCR-MESSAGE = SPACES
            PERFORM 750-CONFIRM-RTN
            IF WS-SCR-CONFIRM NOT = 'Y'
                MOVE 'DELETE CANCELLED' TO WS-SCR-MESSAGE
            END-IF
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE WS-CAL-ENTRY(WS-CAL-FOUND-IX) TO WS-CAL-BEFORE-IMAGE
            PERFORM 445-REMOVE-ENTRY-RTN
            PERFORM 460-WRITE-CALENDAR-RTN
            IF WS-FILE-UPDATED
                MOVE 'CALNDR' TO WS-AUDIT-FILE-ID
                MOVE 'D' TO WS-AUDIT-ACTION
                MOVE WS-CAL-BEFORE-IMAGE TO WS-AUDIT-BEFORE
                MOVE SPACES TO WS-AUDIT-AFTER
                PERFORM 700-WRITE-AUDIT-RTN
                ADD 1 TO WS-DELETE-COUNT
                IF WS-PAGE-TOP > WS-CAL-COUNT AND WS-PAGE-TOP > 1
                    SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
                END-IF
                MOVE SPACES TO WS-SCR-ENTRY-IN WS-SCR-DATE-IN
                               WS-SCR-SOURCE-IN
                IF WS-SCR-MESSAGE = SPACES
                    MOVE 'CALENDAR ENTRY DELETED' TO WS-SCR-MESSAGE
                END-IF
            ELSE
                PERFORM 447-RESTORE-ENTRY-RTN
                IF WS-PARTIAL-WRITE
                    PERFORM 462-RESTORE-CALENDAR-RTN
                END-IF
            END-IF
        END-IF.

    445-REMOVE-ENTRY-RTN.
        PERFORM VARYING WS-CAL-IX FROM WS-CAL-FOUND-IX BY 1
                UNTIL WS-CAL-IX >= WS-CAL-COUNT
            MOVE WS-CAL-ENTRY(WS-CAL-IX + 1)
                TO WS-CAL-ENTRY(WS-CAL-IX)
        END-PERFORM.
        SUBTRACT 1 FROM WS-CAL-COUNT.

    447-RESTORE-ENTRY-RTN.
        PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
                UNTIL WS-CAL-IX < WS-CAL-FOUND-IX
            MOVE WS-CAL-ENTRY(WS-CAL-IX)
                TO WS-CAL-ENTRY(WS-CAL-IX + 1)
        END-PERFORM.
        ADD 1 TO WS-CAL-COUNT.
        MOVE WS-CAL-BEFORE-IMAGE TO WS-CAL-ENTRY(WS-CAL-FOUND-IX).

    450-FIND-ENTRY-RTN.
        MOVE WS-SCR-DATE-IN TO WS-NUM-INPUT.
        MOVE 8 TO WS-NUM-LEN.
        PERFORM 600-CHECK-NUMERIC-RTN.
        IF WS-NUM-BAD OR WS-NUM-DIGITS NOT = 8
            MOVE 'KEY THE DATE TO FIND AS YYYYMMDD' TO WS-SCR-MESSAGE
        ELSE
            MOVE 0 TO WS-CAL-FOUND-IX
            PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                    UNTIL WS-CAL-IX > WS-CAL-COUNT
                       OR WS-CAL-FOUND-IX > 0
                IF WS-CE-DATE(WS-CAL-IX) NUMERIC
                   AND WS-CE-DATE(WS-CAL-IX) >= WS-NUM-VALUE
                    MOVE WS-CAL-IX TO WS-CAL-FOUND-IX
                END-IF
            END-PERFORM
            IF WS-CAL-FOUND-IX = 0
                MOVE 'NO ENTRIES ON OR AFTER THAT DATE' TO WS-SCR-MESSAGE
            ELSE
                PERFORM 470-SHOW-ENTRY-RTN
            END-IF
        END-IF.

    460-WRITE-CALENDAR-RTN.
        MOVE SPACES TO WS-SCR-MESSAGE.
        MOVE 'N' TO WS-UPDATED-SW.
        MOVE 'N' TO WS-PARTIAL-WRITE-SW.
        OPEN OUTPUT CALENDAR-FILE.
        IF WS-CALNDR-STATUS NOT = '00' AND WS-CALNDR-STATUS NOT = '05'
            MOVE 'UNABLE TO REWRITE CALNDR - CHANGE NOT DONE'
                TO WS-SCR-MESSAGE
            SET WS-IO-ERROR TO TRUE
        ELSE
            PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                    UNTIL WS-CAL-IX > WS-CAL-COUNT
                       OR WS-SCR-MESSAGE NOT = SPACES
                MOVE WS-CAL-ENTRY(WS-CAL-IX) TO CALENDAR-REC
                WRITE CALENDAR-REC
                IF WS-CALNDR-STATUS NOT = '00'
                    MOVE 'WRITE TO CALNDR FAILED - CHANGE NOT DONE'
                        TO WS-SCR-MESSAGE
                    SET WS-IO-ERROR TO TRUE
                    SET WS-PARTIAL-WRITE TO TRUE
                END-IF
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.
        IF WS-SCR-MESSAGE = SPACES
            MOVE 0 TO WS-CAL-INVALID-COUNT
            SET WS-FILE-UPDATED TO TRUE
            PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                    UNTIL WS-CAL-IX > WS-CAL-COUNT
                PERFORM 465-CHECK-ENTRY-RTN
                IF WS-ENTRY-BAD
                    ADD 1 TO WS-CAL-INVALID-COUNT
                END-IF
            END-PERFORM
        END-IF.

    462-RESTORE-CALENDAR-RTN.
        MOVE 'N' TO WS-RESTORE-SW.
        OPEN OUTPUT CALENDAR-FILE.
        IF WS-CALNDR-STATUS NOT = '00' AND WS-CALNDR-STATUS NOT = '05'
            SET WS-RESTORE-FAILED TO TRUE
        ELSE
            PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                    UNTIL WS-CAL-IX > WS-CAL-COUNT
                       OR WS-RESTORE-FAILED
                MOVE WS-CAL-ENTRY(WS-CAL-IX) TO CALENDAR-REC
                WRITE CALENDAR-REC
                IF WS-CALNDR-STATUS NOT = '00'
                    SET WS-RESTORE-FAILED TO TRUE
                END-IF
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.
        IF WS-RESTORE-FAILED
            MOVE 'WRITE TO CALNDR FAILED - FILE NOT RESTORED, RESTORE CALNDR'
                TO WS-SCR-MESSAGE
        ELSE
            MOVE 'WRITE TO CALNDR FAILED - PREVIOUS CALENDAR RESTORED'
                TO WS-SCR-MESSAGE
        END-IF.

    465-CHECK-ENTRY-RTN.
        MOVE 'N' TO WS-ENTRY-BAD-SW.
        IF WS-CE-DATE(WS-CAL-IX) NOT NUMERIC
           OR WS-CE-SOURCE-FILE(WS-CAL-IX) = SPACES
            SET WS-ENTRY-BAD TO TRUE
        ELSE
            MOVE WS-CE-DATE(WS-CAL-IX) TO WS-CHECK-DATE
            PERFORM 610-CHECK-DATE-RTN
            IF WS-DATE-BAD
                SET WS-ENTRY-BAD TO TRUE
            END-IF
        END-IF.

    470-SHOW-ENTRY-RTN.
        SUBTRACT 1 FROM WS-CAL-FOUND-IX GIVING WS-PAGE-NUM.
        DIVIDE WS-PAGE-NUM BY WS-PAGE-SIZE GIVING WS-PAGE-NUM.
        COMPUTE WS-PAGE-TOP = WS-PAGE-NUM * WS-PAGE-SIZE + 1.

    600-CHECK-NUMERIC-RTN.
        MOVE 'N' TO WS-NUM-BAD-SW.
        MOVE 'N' TO WS-NUM-END-SW.
        MOVE 0 TO WS-NUM-DIGITS.
        MOVE 0 TO WS-NUM-VALUE.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-LEN
            EVALUATE TRUE
                WHEN WS-NUM-INPUT(WS-K:1) = SPACE
                    IF WS-NUM-DIGITS > 0
                        MOVE 'Y' TO WS-NUM-END-SW
                    END-IF
                WHEN WS-NUM-INPUT(WS-K:1) >= '0'
                     AND WS-NUM-INPUT(WS-K:1) <= '9'
                    IF WS-NUM-END-SW = 'Y'
                        MOVE 'Y' TO WS-NUM-BAD-SW
                    ELSE
                        ADD 1 TO WS-NUM-DIGITS
                        MOVE WS-NUM-INPUT(WS-K:1) TO WS-NUM-DIGIT
                        COMPUTE WS-NUM-VALUE =
                            WS-NUM-VALUE * 10 + WS-NUM-DIGIT
                    END-IF
                WHEN OTHER
                    MOVE 'Y' TO WS-NUM-BAD-SW
            END-EVALUATE
        END-PERFORM.
        IF WS-NUM-DIGITS = 0
            MOVE 'Y' TO WS-NUM-BAD-SW
        END-IF.

    610-CHECK-DATE-RTN.
        MOVE 'N' TO WS-DATE-BAD-SW.
        IF WS-CHECK-DATE NOT NUMERIC
            MOVE 'Y' TO WS-DATE-BAD-SW
        ELSE
            IF WS-CHECK-YYYY < 1900 OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1
                MOVE 'Y' TO WS-DATE-BAD-SW
            ELSE
                MOVE WS-DAYS-IN-MONTH(WS-CHECK-MM) TO WS-MONTH-DAYS
                IF WS-CHECK-MM = 2
                    DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REM-4
                    DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REM-100
                    DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REM-400
                    IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                            OR WS-LEAP-REM-400 = 0)
                        MOVE 29 TO WS-MONTH-DAYS
                    END-IF
                END-IF
                IF WS-CHECK-DD > WS-MONTH-DAYS
                    MOVE 'Y' TO WS-DATE-BAD-SW
                END-IF
            END-IF
        END-IF.

    700-WRITE-AUDIT-RTN.
        OPEN EXTEND AUDIT-LOG.
        IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
            DISPLAY 'ERROR: AUDIT LOG OPEN FAILED, STATUS = '
                    WS-AUDIT-STATUS
            MOVE 'CHANGE MADE BUT AUDIT LOG NOT WRITTEN - REPORT TO SUPPORT'
                TO WS-SCR-MESSAGE
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE SPACES TO MNT-AUDIT-REC
            MOVE WS-SCR-OPERATOR TO MA-OPERATOR-ID
            ACCEPT MA-AUDIT-DATE FROM DATE YYYYMMDD
            ACCEPT MA-AUDIT-TIME FROM TIME
            MOVE WS-AUDIT-FILE-ID TO MA-FILE-ID
            MOVE WS-AUDIT-ACTION TO MA-ACTION
            MOVE WS-AUDIT-BEFORE TO MA-BEFORE-IMAGE
            MOVE WS-AUDIT-AFTER TO MA-AFTER-IMAGE
            WRITE MNT-AUDIT-REC
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'ERROR: AUDIT LOG WRITE FAILED, STATUS = '
                        WS-AUDIT-STATUS
                MOVE 'CHANGE MADE BUT AUDIT LOG NOT WRITTEN - REPORT TO SUPPORT'
                    TO WS-SCR-MESSAGE
                SET WS-IO-ERROR TO TRUE
            END-IF
            CLOSE AUDIT-LOG
        END-IF.

    750-CONFIRM-RTN.
        MOVE SPACE TO WS-SCR-CONFIRM.
        DISPLAY CONFIRM-SCREEN.
        ACCEPT CONFIRM-SCREEN.
        INSPECT WS-SCR-CONFIRM CONVERTING 'y' TO 'Y'.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBMNT' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-ADD-COUNT TO RL-COUNT-1
            MOVE WS-CHANGE-COUNT TO RL-COUNT-2
            MOVE WS-DELETE-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.
