IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBQTR.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PERIOD-MASTER ASSIGN TO 'CALPERD'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PS-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.
        SELECT COMPARE-RPT ASSIGN TO 'QTRRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD PERIOD-MASTER.
    COPY 'perdrec'.
    FD COMPARE-RPT.
    01 COMPARE-RPT-LINE           PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-READ-COUNT         PIC 9(5) VALUE 0.
        05 WS-INCOMPLETE-COUNT   PIC 9(3) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-REPORT-MONTH       PIC 9(6) VALUE 0.
        05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
            10 WS-REPORT-YYYY    PIC 9(4).
            10 WS-REPORT-MM      PIC 9(2).
        05 WS-MONTH-INPUT        PIC X(6) VALUE SPACES.
        05 WS-MONTH-BAD-SW       PIC A VALUE 'N'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-QTR-NO             PIC 9(1) VALUE 0.
        05 WS-QTR-START-MM       PIC 9(2) VALUE 0.
        05 WS-RANGE-FROM-MM      PIC 9(2) VALUE 0.
        05 WS-RANGE-MONTHS       PIC 9(2) VALUE 0.
        05 WS-RANGE-YYYY         PIC 9(4) VALUE 0.
        05 WS-RANGE-FROM         PIC 9(6) VALUE 0.
        05 WS-RANGE-THRU         PIC 9(6) VALUE 0.
        05 WS-PERIOD-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-PERIOD-FIELDS.
        05 WS-PER-COUNT          PIC 9(4) VALUE 0.
        05 WS-PER-MAX            PIC 9(4) VALUE 600.
        05 WS-PER-IX             PIC 9(4) VALUE 0.
    01 WS-PERIOD-TABLE.
        05 WS-PER-ENTRY OCCURS 600 TIMES.
            10 WS-PE-PERIOD      PIC 9(06).
            10 WS-PE-FILE-COUNT  PIC 9(07).
            10 WS-PE-RECORD-COUNT PIC 9(12).
            10 WS-PE-CALIB-TOTAL PIC 9(12).
            10 WS-PE-DIGITS-TOTAL PIC 9(12).
            10 WS-PE-ADJUST-CALIB PIC 9(12).
            10 WS-PE-CERTIFIED-SW PIC A.
    01 WS-ACCUMULATORS.
        05 WS-ACC-FILES          PIC 9(12) VALUE 0.
        05 WS-ACC-RECORDS        PIC 9(12) VALUE 0.
        05 WS-ACC-CALIB          PIC 9(12) VALUE 0.
        05 WS-ACC-DIGITS         PIC 9(12) VALUE 0.
        05 WS-ACC-ADJUST         PIC 9(12) VALUE 0.
        05 WS-ACC-MONTHS         PIC 9(2) VALUE 0.
        05 WS-ACC-UNCERTIFIED    PIC 9(2) VALUE 0.
    01 WS-CURRENT-FIGURES.
        05 WS-CUR-FILES          PIC 9(12) VALUE 0.
        05 WS-CUR-RECORDS        PIC 9(12) VALUE 0.
        05 WS-CUR-CALIB          PIC 9(12) VALUE 0.
        05 WS-CUR-DIGITS         PIC 9(12) VALUE 0.
        05 WS-CUR-ADJUST         PIC 9(12) VALUE 0.
        05 WS-CUR-MONTHS         PIC 9(2) VALUE 0.
        05 WS-CUR-UNCERTIFIED    PIC 9(2) VALUE 0.
    01 WS-METRIC-FIELDS.
        05 WS-METRIC-NAME        PIC X(24) VALUE SPACES.
        05 WS-METRIC-CUR         PIC 9(12) VALUE 0.
        05 WS-METRIC-PRI         PIC 9(12) VALUE 0.
        05 WS-METRIC-CHANGE      PIC S9(12) VALUE 0.
        05 WS-METRIC-PCT         PIC S9(5)V9 VALUE 0.
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
        05 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
            10 WS-RUN-HH         PIC 9(2).
            10 WS-RUN-MN         PIC 9(2).
            10 WS-RUN-SS         PIC 9(2).
            10 WS-RUN-HS         PIC 9(2).
    01 WS-REPORT-LINES.
        05 WS-HDR-LINE-1.
            10 FILLER            PIC X(50)
                VALUE 'CALIBRATION PERIOD COMPARATIVE REPORT'.
            10 FILLER            PIC X(82) VALUE SPACES.
        05 WS-HDR-LINE-2.
            10 FILLER            PIC X(10) VALUE 'RUN DATE: '.
            10 WS-H-RUN-DATE     PIC 9999/99/99.
            10 FILLER            PIC X(05) VALUE SPACES.
            10 FILLER            PIC X(10) VALUE 'RUN TIME: '.
            10 WS-H-RUN-TIME.
                15 WS-H-HH       PIC 99.
                15 FILLER        PIC X VALUE ':'.
                15 WS-H-MN       PIC 99.
                15 FILLER        PIC X VALUE ':'.
                15 WS-H-SS       PIC 99.
            10 FILLER            PIC X(83) VALUE SPACES.
        05 WS-HDR-LINE-3.
            10 FILLER            PIC X(14) VALUE 'REPORT MONTH: '.
            10 WS-H-REPORT-MONTH PIC 9999/99.
            10 FILLER            PIC X(111) VALUE SPACES.
        05 WS-BLOCK-LINE.
            10 WS-BL-TITLE       PIC X(16).
            10 WS-BL-CUR-FROM    PIC 9999/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-BL-CUR-THRU    PIC 9999/99.
            10 FILLER            PIC X(06) VALUE '  VS  '.
            10 WS-BL-PRI-FROM    PIC 9999/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-BL-PRI-THRU    PIC 9999/99.
            10 FILLER            PIC X(76) VALUE SPACES.
        05 WS-COL-LINE.
            10 FILLER            PIC X(24) VALUE 'METRIC'.
            10 FILLER            PIC X(17) VALUE '        THIS YEAR'.
            10 FILLER            PIC X(17) VALUE '        LAST YEAR'.
            10 FILLER            PIC X(18) VALUE '            CHANGE'.
            10 FILLER            PIC X(10) VALUE '  CHANGE %'.
            10 FILLER            PIC X(46) VALUE SPACES.
        05 WS-METRIC-LINE.
            10 WS-ML-NAME        PIC X(24).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-ML-CUR         PIC ZZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-ML-PRI         PIC ZZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-ML-CHANGE      PIC ---,---,---,--9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-ML-PCT         PIC -----9.9.
            10 WS-ML-PCT-X REDEFINES WS-ML-PCT PIC X(08).
            10 FILLER            PIC X(46) VALUE SPACES.
        05 WS-MONTHS-LINE.
            10 FILLER            PIC X(24) VALUE 'MONTHS CLOSED'.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 FILLER            PIC X(11) VALUE 'THIS YEAR: '.
            10 WS-MN-CUR         PIC Z9.
            10 FILLER            PIC X(04) VALUE ' OF '.
            10 WS-MN-CUR-OF      PIC Z9.
            10 FILLER            PIC X(13) VALUE '  LAST YEAR: '.
            10 WS-MN-PRI         PIC Z9.
            10 FILLER            PIC X(04) VALUE ' OF '.
            10 WS-MN-PRI-OF      PIC Z9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-MN-FLAG        PIC X(30).
            10 FILLER            PIC X(34) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'PERIODS ON FILE:              '.
            10 WS-F-READ         PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'INCOMPLETE COMPARISONS:       '.
            10 WS-F-INCOMPLETE   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 100-LOAD-PERIODS-RTN.
    PERFORM 150-SET-REPORT-MONTH-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    MOVE 'MONTH' TO WS-BL-TITLE.
    MOVE WS-REPORT-MM TO WS-RANGE-FROM-MM.
    PERFORM 200-COMPARE-RANGE-RTN.
    DIVIDE WS-REPORT-MM BY 3 GIVING WS-QTR-NO REMAINDER WS-K.
    IF WS-K > 0
        ADD 1 TO WS-QTR-NO
    END-IF.
    COMPUTE WS-QTR-START-MM = ((WS-QTR-NO - 1) * 3) + 1.
    MOVE SPACES TO WS-BL-TITLE.
    STRING 'QUARTER ' WS-QTR-NO ' TO DATE'
        DELIMITED BY SIZE INTO WS-BL-TITLE.
    MOVE WS-QTR-START-MM TO WS-RANGE-FROM-MM.
    PERFORM 200-COMPARE-RANGE-RTN.
    MOVE 'YEAR TO DATE' TO WS-BL-TITLE.
    MOVE 1 TO WS-RANGE-FROM-MM.
    PERFORM 200-COMPARE-RANGE-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'PERIOD COMPARISON FOR ' WS-REPORT-MONTH
            ' PERIODS: ' WS-READ-COUNT
            ' INCOMPLETE: ' WS-INCOMPLETE-COUNT.
    IF WS-IO-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-INCOMPLETE-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-MONTH-INPUT.
        ACCEPT WS-MONTH-INPUT FROM ENVIRONMENT 'CALQTRMM'.
        IF WS-MONTH-INPUT NOT = SPACES
            MOVE 'N' TO WS-MONTH-BAD-SW
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
                IF WS-MONTH-INPUT(WS-K:1) < '0'
                   OR WS-MONTH-INPUT(WS-K:1) > '9'
                    MOVE 'Y' TO WS-MONTH-BAD-SW
                END-IF
            END-PERFORM
            IF WS-MONTH-BAD-SW = 'N'
                MOVE FUNCTION NUMVAL(WS-MONTH-INPUT) TO WS-REPORT-MONTH
                IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                    MOVE 'Y' TO WS-MONTH-BAD-SW
                    MOVE 0 TO WS-REPORT-MONTH
                END-IF
            END-IF
            IF WS-MONTH-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALQTRMM VALUE '
                        WS-MONTH-INPUT ', USING LATEST CLOSED MONTH'
            END-IF
        END-IF.

        OPEN INPUT PERIOD-MASTER.
        IF WS-PERIOD-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN PERIOD SUMMARY FILE '
                    ' STATUS = ' WS-PERIOD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT COMPARE-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN COMPARATIVE REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE PERIOD-MASTER
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-REPORT-MONTH TO WS-H-REPORT-MONTH.
        WRITE COMPARE-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-PERIODS-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ PERIOD-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM 120-STORE-PERIOD-RTN
            END-READ
            IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '10'
                DISPLAY 'ERROR: PERIOD SUMMARY READ FAILED, STATUS = '
                        WS-PERIOD-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE PERIOD-MASTER.

    120-STORE-PERIOD-RTN.
        IF WS-PER-COUNT >= WS-PER-MAX
            DISPLAY 'ERROR: PERIOD TABLE FULL AT '
                    WS-PER-MAX ' MONTHS'
            CLOSE PERIOD-MASTER
            PERFORM 900-CLOSE-RTN
            MOVE 16 TO RETURN-CODE
            PERFORM 890-WRITE-RUNLOG-RTN
            STOP RUN
        END-IF.
        ADD 1 TO WS-PER-COUNT.
        MOVE PS-PERIOD TO WS-PE-PERIOD(WS-PER-COUNT).
        MOVE PS-FILE-COUNT TO WS-PE-FILE-COUNT(WS-PER-COUNT).
        MOVE PS-RECORD-COUNT TO WS-PE-RECORD-COUNT(WS-PER-COUNT).
        MOVE PS-CALIB-TOTAL TO WS-PE-CALIB-TOTAL(WS-PER-COUNT).
        MOVE PS-DIGITS-TOTAL TO WS-PE-DIGITS-TOTAL(WS-PER-COUNT).
        MOVE PS-ADJUST-CALIB TO WS-PE-ADJUST-CALIB(WS-PER-COUNT).
        IF PS-CERTIFIED
            MOVE 'Y' TO WS-PE-CERTIFIED-SW(WS-PER-COUNT)
        ELSE
            MOVE 'N' TO WS-PE-CERTIFIED-SW(WS-PER-COUNT)
        END-IF.

    150-SET-REPORT-MONTH-RTN.
        IF WS-REPORT-MONTH = 0
            IF WS-PER-COUNT = 0
                DISPLAY 'ERROR: PERIOD SUMMARY FILE IS EMPTY AND '
                        'CALQTRMM NOT SET'
                PERFORM 900-CLOSE-RTN
                MOVE 16 TO RETURN-CODE
                PERFORM 890-WRITE-RUNLOG-RTN
                STOP RUN
            END-IF
            MOVE WS-PE-PERIOD(WS-PER-COUNT) TO WS-REPORT-MONTH
        END-IF.

    200-COMPARE-RANGE-RTN.
        COMPUTE WS-RANGE-MONTHS = WS-REPORT-MM - WS-RANGE-FROM-MM + 1.
        MOVE WS-REPORT-YYYY TO WS-RANGE-YYYY.
        PERFORM 300-ACCUMULATE-RTN.
        MOVE WS-ACCUMULATORS TO WS-CURRENT-FIGURES.
        MOVE WS-RANGE-FROM TO WS-BL-CUR-FROM.
        MOVE WS-RANGE-THRU TO WS-BL-CUR-THRU.
        SUBTRACT 1 FROM WS-REPORT-YYYY GIVING WS-RANGE-YYYY.
        PERFORM 300-ACCUMULATE-RTN.
        MOVE WS-RANGE-FROM TO WS-BL-PRI-FROM.
        MOVE WS-RANGE-THRU TO WS-BL-PRI-THRU.
        WRITE COMPARE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-BLOCK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-COL-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        MOVE 'DAILY FILES' TO WS-METRIC-NAME.
        MOVE WS-CUR-FILES TO WS-METRIC-CUR.
        MOVE WS-ACC-FILES TO WS-METRIC-PRI.
        PERFORM 400-WRITE-METRIC-RTN.
        MOVE 'RECORDS' TO WS-METRIC-NAME.
        MOVE WS-CUR-RECORDS TO WS-METRIC-CUR.
        MOVE WS-ACC-RECORDS TO WS-METRIC-PRI.
        PERFORM 400-WRITE-METRIC-RTN.
        MOVE 'WORD-AWARE TOTAL' TO WS-METRIC-NAME.
        MOVE WS-CUR-CALIB TO WS-METRIC-CUR.
        MOVE WS-ACC-CALIB TO WS-METRIC-PRI.
        PERFORM 400-WRITE-METRIC-RTN.
        MOVE 'DIGITS-ONLY TOTAL' TO WS-METRIC-NAME.
        MOVE WS-CUR-DIGITS TO WS-METRIC-CUR.
        MOVE WS-ACC-DIGITS TO WS-METRIC-PRI.
        PERFORM 400-WRITE-METRIC-RTN.
        MOVE 'ADJUSTMENT TOTAL' TO WS-METRIC-NAME.
        MOVE WS-CUR-ADJUST TO WS-METRIC-CUR.
        MOVE WS-ACC-ADJUST TO WS-METRIC-PRI.
        PERFORM 400-WRITE-METRIC-RTN.
        MOVE WS-CUR-MONTHS TO WS-MN-CUR.
        MOVE WS-RANGE-MONTHS TO WS-MN-CUR-OF.
        MOVE WS-ACC-MONTHS TO WS-MN-PRI.
        MOVE WS-RANGE-MONTHS TO WS-MN-PRI-OF.
        EVALUATE TRUE
            WHEN WS-CUR-MONTHS < WS-RANGE-MONTHS
              OR WS-ACC-MONTHS < WS-RANGE-MONTHS
                MOVE '*INCOMPLETE*' TO WS-MN-FLAG
                ADD 1 TO WS-INCOMPLETE-COUNT
            WHEN WS-CUR-UNCERTIFIED > 0
              OR WS-ACC-UNCERTIFIED > 0
                MOVE '*UNCERTIFIED MONTHS*' TO WS-MN-FLAG
                ADD 1 TO WS-INCOMPLETE-COUNT
            WHEN OTHER
                MOVE SPACES TO WS-MN-FLAG
        END-EVALUATE.
        WRITE COMPARE-RPT-LINE FROM WS-MONTHS-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    300-ACCUMULATE-RTN.
        INITIALIZE WS-ACCUMULATORS.
        COMPUTE WS-RANGE-FROM = (WS-RANGE-YYYY * 100) + WS-RANGE-FROM-MM.
        COMPUTE WS-RANGE-THRU = (WS-RANGE-YYYY * 100) + WS-REPORT-MM.
        PERFORM VARYING WS-PER-IX FROM 1 BY 1
                UNTIL WS-PER-IX > WS-PER-COUNT
            IF WS-PE-PERIOD(WS-PER-IX) >= WS-RANGE-FROM
               AND WS-PE-PERIOD(WS-PER-IX) <= WS-RANGE-THRU
                ADD 1 TO WS-ACC-MONTHS
                ADD WS-PE-FILE-COUNT(WS-PER-IX) TO WS-ACC-FILES
                ADD WS-PE-RECORD-COUNT(WS-PER-IX) TO WS-ACC-RECORDS
                ADD WS-PE-CALIB-TOTAL(WS-PER-IX) TO WS-ACC-CALIB
                ADD WS-PE-DIGITS-TOTAL(WS-PER-IX) TO WS-ACC-DIGITS
                ADD WS-PE-ADJUST-CALIB(WS-PER-IX) TO WS-ACC-ADJUST
                IF WS-PE-CERTIFIED-SW(WS-PER-IX) NOT = 'Y'
                    ADD 1 TO WS-ACC-UNCERTIFIED
                END-IF
            END-IF
        END-PERFORM.

    400-WRITE-METRIC-RTN.
        MOVE WS-METRIC-NAME TO WS-ML-NAME.
        MOVE WS-METRIC-CUR TO WS-ML-CUR.
        MOVE WS-METRIC-PRI TO WS-ML-PRI.
        COMPUTE WS-METRIC-CHANGE = WS-METRIC-CUR - WS-METRIC-PRI.
        MOVE WS-METRIC-CHANGE TO WS-ML-CHANGE.
        IF WS-METRIC-PRI = 0
            MOVE '     N/A' TO WS-ML-PCT-X
        ELSE
            COMPUTE WS-METRIC-PCT ROUNDED =
                (WS-METRIC-CHANGE * 100) / WS-METRIC-PRI
                ON SIZE ERROR
                    MOVE '  ******' TO WS-ML-PCT-X
                NOT ON SIZE ERROR
                    MOVE WS-METRIC-PCT TO WS-ML-PCT
            END-COMPUTE
        END-IF.
        WRITE COMPARE-RPT-LINE FROM WS-METRIC-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-READ-COUNT TO WS-F-READ.
        MOVE WS-INCOMPLETE-COUNT TO WS-F-INCOMPLETE.
        WRITE COMPARE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE COMPARE-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBQTR' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-READ-COUNT TO RL-COUNT-1
            MOVE WS-INCOMPLETE-COUNT TO RL-COUNT-2
            MOVE 0 TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE COMPARE-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
