IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBSCOR.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HISTORY-IN ASSIGN TO 'EXTHIST'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTIN-STATUS.
        SELECT STATION-MASTER ASSIGN TO 'STATNMST'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STATION-ID
        FILE STATUS IS WS-STNMST-STATUS.
        SELECT SCORE-RPT ASSIGN TO 'SCORRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD HISTORY-IN.
    COPY 'extrrec'.
    FD STATION-MASTER.
    COPY 'stnrec'.
    FD SCORE-RPT.
    01 SCORE-RPT-LINE             PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-READ-COUNT         PIC 9(7) VALUE 0.
        05 WS-SELECTED-COUNT     PIC 9(7) VALUE 0.
        05 WS-FLAGGED-COUNT      PIC 9(5) VALUE 0.
        05 WS-REVIEW-PCT         PIC 9(3) VALUE 5.
        05 WS-PCT-INPUT          PIC X(4) VALUE SPACES.
        05 WS-DATE-INPUT         PIC X(8) VALUE SPACES.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-FROM-DATE          PIC 9(8) VALUE 0.
        05 WS-THRU-DATE          PIC 9(8) VALUE 0.
        05 WS-I                  PIC 9(5) VALUE 0.
        05 WS-J                  PIC 9(5) VALUE 0.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-SWAPPED-SW         PIC A VALUE 'N'.
        05 WS-SORT-TOP           PIC 9(5) VALUE 0.
        05 WS-MEASURED-SW        PIC A VALUE 'N'.
        05 WS-STNMST-OPEN-SW     PIC A VALUE 'N'.
            88 WS-STNMST-OPEN               VALUE 'Y'.
        05 WS-EXC-PCT            PIC 9(3)V99 VALUE 0.
        05 WS-ZERO-PCT           PIC 9(3)V99 VALUE 0.
        05 WS-GAP                PIC S9(12) VALUE 0.
        05 WS-HISTIN-STATUS      PIC XX VALUE SPACES.
        05 WS-STNMST-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-FIELDS.
        05 WS-FILE-COUNT         PIC 9(5) VALUE 0.
        05 WS-FILE-MAX           PIC 9(5) VALUE 5000.
    01 WS-FILE-TABLE.
        05 WS-FILE-ENTRY OCCURS 5000 TIMES.
            10 WS-FT-STATION-ID      PIC X(08).
            10 WS-FT-SOURCE-FILE     PIC X(80).
            10 WS-FT-RUN-DATE        PIC 9(8).
            10 WS-FT-RECORD-COUNT    PIC 9(9).
            10 WS-FT-CALIB-TOTAL     PIC 9(9).
            10 WS-FT-DIGITS-TOTAL    PIC 9(9).
            10 WS-FT-EXCEPTION-COUNT PIC 9(7).
            10 WS-FT-ZERO-COUNT      PIC 9(7).
            10 WS-FT-MEASURED-SW     PIC A.
    01 WS-STATION-FIELDS.
        05 WS-STN-COUNT          PIC 9(5) VALUE 0.
        05 WS-STN-MAX            PIC 9(5) VALUE 500.
        05 WS-STN-FOUND-IX       PIC 9(5) VALUE 0.
    01 WS-STATION-TABLE.
        05 WS-STN-ENTRY OCCURS 500 TIMES.
            10 WS-ST-STATION-ID      PIC X(08).
            10 WS-ST-FILE-COUNT      PIC 9(7).
            10 WS-ST-RECORD-COUNT    PIC 9(11).
            10 WS-ST-MEASURED-COUNT  PIC 9(11).
            10 WS-ST-CALIB-TOTAL     PIC 9(12).
            10 WS-ST-DIGITS-TOTAL    PIC 9(12).
            10 WS-ST-EXCEPTION-COUNT PIC 9(9).
            10 WS-ST-ZERO-COUNT      PIC 9(9).
    01 WS-SWAP-ENTRY.
        05 WS-SW-STATION-ID      PIC X(08).
        05 WS-SW-FILE-COUNT      PIC 9(7).
        05 WS-SW-RECORD-COUNT    PIC 9(11).
        05 WS-SW-MEASURED-COUNT  PIC 9(11).
        05 WS-SW-CALIB-TOTAL     PIC 9(12).
        05 WS-SW-DIGITS-TOTAL    PIC 9(12).
        05 WS-SW-EXCEPTION-COUNT PIC 9(9).
        05 WS-SW-ZERO-COUNT      PIC 9(9).
    01 WS-GRAND-TOTALS.
        05 WS-GT-FILE-COUNT      PIC 9(7) VALUE 0.
        05 WS-GT-RECORD-COUNT    PIC 9(11) VALUE 0.
        05 WS-GT-CALIB-TOTAL     PIC 9(12) VALUE 0.
        05 WS-GT-DIGITS-TOTAL    PIC 9(12) VALUE 0.
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
            10 FILLER            PIC X(40)
                VALUE 'SCAN STATION SCORECARD'.
            10 FILLER            PIC X(92) VALUE SPACES.
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
            10 FILLER            PIC X(08) VALUE 'PERIOD: '.
            10 WS-H-FROM-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-H-THRU-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(21) VALUE '   REVIEW THRESHOLD: '.
            10 WS-H-PCT          PIC ZZ9.
            10 FILLER            PIC X(09) VALUE ' PERCENT'.
            10 FILLER            PIC X(68) VALUE SPACES.
        05 WS-COLUMN-LINE.
            10 FILLER            PIC X(10) VALUE 'STATION'.
            10 FILLER            PIC X(22) VALUE 'SITE'.
            10 FILLER            PIC X(07) VALUE 'FILES'.
            10 FILLER            PIC X(11) VALUE '  RECORDS'.
            10 FILLER            PIC X(09) VALUE ' EXCEPT'.
            10 FILLER            PIC X(08) VALUE ' EXC%'.
            10 FILLER            PIC X(09) VALUE '   ZERO'.
            10 FILLER            PIC X(08) VALUE 'ZERO%'.
            10 FILLER            PIC X(13) VALUE ' WORD-AWARE'.
            10 FILLER            PIC X(13) VALUE 'DIGITS-ONLY'.
            10 FILLER            PIC X(12) VALUE '        GAP'.
            10 FILLER            PIC X(10) VALUE SPACES.
        05 WS-STATION-LINE.
            10 WS-SL-STATION-ID  PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-SITE        PIC X(20).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-FILES       PIC ZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-RECORDS     PIC ZZZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-EXCEPTIONS  PIC ZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-EXC-PCT     PIC ZZ9.99.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-ZEROS       PIC ZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-ZERO-PCT    PIC ZZ9.99.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-CALIB-TOTAL PIC ZZZZZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-DIGITS-TOTAL PIC ZZZZZZZZZZ9.
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-SL-GAP         PIC -----------9.
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-SL-FLAG        PIC X(09).
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'HISTORY RECORDS READ:         '.
            10 WS-F-READ-COUNT   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'FILES IN PERIOD:              '.
            10 WS-F-FILE-COUNT   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'STATIONS REPORTED:            '.
            10 WS-F-STN-COUNT    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'STATIONS FLAGGED FOR REVIEW:  '.
            10 WS-F-FLAGGED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'TOTAL RECORDS:                '.
            10 WS-F-RECORDS      PIC ZZZZZZZZZZ9.
            10 FILLER            PIC X(91) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'TOTAL WORD-AWARE VALUE:       '.
            10 WS-F-CALIB-TOTAL  PIC ZZZZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'TOTAL DIGITS-ONLY VALUE:      '.
            10 WS-F-DIGITS-TOTAL PIC ZZZZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM 100-LOAD-HISTORY-RTN.
    PERFORM 200-SUMMARIZE-STATIONS-RTN.
    PERFORM 260-SORT-STATIONS-RTN.
    PERFORM 300-REPORT-STATIONS-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'STATION SCORECARD COMPLETE, STATIONS: ' WS-STN-COUNT
            ' FLAGGED: ' WS-FLAGGED-COUNT.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE WS-RUN-DATE TO WS-FROM-DATE.
        MOVE '01' TO WS-FROM-DATE(7:2).
        MOVE WS-RUN-DATE TO WS-THRU-DATE.

        MOVE SPACES TO WS-DATE-INPUT.
        ACCEPT WS-DATE-INPUT FROM ENVIRONMENT 'CALSCORFROM'.
        IF WS-DATE-INPUT NOT = SPACES
            PERFORM 055-CHECK-DATE-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALSCORFROM VALUE '
                        WS-DATE-INPUT ', USING DEFAULT'
            ELSE
                MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-FROM-DATE
            END-IF
        END-IF.
        MOVE SPACES TO WS-DATE-INPUT.
        ACCEPT WS-DATE-INPUT FROM ENVIRONMENT 'CALSCORTHRU'.
        IF WS-DATE-INPUT NOT = SPACES
            PERFORM 055-CHECK-DATE-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALSCORTHRU VALUE '
                        WS-DATE-INPUT ', USING DEFAULT'
            ELSE
                MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-THRU-DATE
            END-IF
        END-IF.
        IF WS-FROM-DATE > WS-THRU-DATE
            DISPLAY 'ERROR: SCORECARD PERIOD FROM ' WS-FROM-DATE
                    ' IS AFTER THRU ' WS-THRU-DATE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-PCT-INPUT.
        ACCEPT WS-PCT-INPUT FROM ENVIRONMENT 'CALSCORPCT'.
        IF WS-PCT-INPUT NOT = SPACES
            MOVE 'N' TO WS-PARM-BAD-SW
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                IF WS-PCT-INPUT(WS-K:1) NOT = SPACE
                   AND (WS-PCT-INPUT(WS-K:1) < '0'
                        OR WS-PCT-INPUT(WS-K:1) > '9')
                    MOVE 'Y' TO WS-PARM-BAD-SW
                END-IF
            END-PERFORM
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALSCORPCT VALUE '
                        WS-PCT-INPUT ', USING DEFAULT'
            ELSE
                MOVE FUNCTION NUMVAL(WS-PCT-INPUT)
                    TO WS-REVIEW-PCT
            END-IF
        END-IF.
        IF WS-REVIEW-PCT = 0
            MOVE 5 TO WS-REVIEW-PCT
        END-IF.

        OPEN INPUT HISTORY-IN.
        IF WS-HISTIN-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN EXTRACT HISTORY '
                    ' STATUS = ' WS-HISTIN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT SCORE-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN SCORECARD REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE HISTORY-IN
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT STATION-MASTER.
        IF WS-STNMST-STATUS = '00'
            SET WS-STNMST-OPEN TO TRUE
        ELSE
            DISPLAY 'WARNING: STATION MASTER OPEN FAILED, STATUS = '
                    WS-STNMST-STATUS ', SITES NOT SHOWN'
        END-IF.

    055-CHECK-DATE-INPUT-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
            IF WS-DATE-INPUT(WS-K:1) < '0'
               OR WS-DATE-INPUT(WS-K:1) > '9'
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
        MOVE WS-THRU-DATE TO WS-H-THRU-DATE.
        MOVE WS-REVIEW-PCT TO WS-H-PCT.
        WRITE SCORE-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-COLUMN-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-HISTORY-RTN.
        PERFORM UNTIL WS-EOF = 'Y'
            READ HISTORY-IN
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF (EX-DAILY-RECORD OR EX-ADJUST-RECORD)
                   AND EX-RUN-DATE NUMERIC
                   AND EX-RECORD-COUNT NUMERIC
                   AND EX-CALIB-TOTAL NUMERIC
                   AND EX-DIGITS-TOTAL NUMERIC
                    IF EX-RUN-DATE NOT < WS-FROM-DATE
                       AND EX-RUN-DATE NOT > WS-THRU-DATE
                        ADD 1 TO WS-SELECTED-COUNT
                        PERFORM 150-STORE-FILE-RTN
                    END-IF
                END-IF
            END-READ
            IF WS-HISTIN-STATUS NOT = '00'
               AND WS-HISTIN-STATUS NOT = '10'
                DISPLAY 'ERROR: HISTORY READ FAILED, STATUS = '
                        WS-HISTIN-STATUS
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE HISTORY-IN.

    150-STORE-FILE-RTN.
        IF EX-EXCEPTION-COUNT NUMERIC AND EX-ZERO-COUNT NUMERIC
            MOVE 'Y' TO WS-MEASURED-SW
        ELSE
            MOVE 'N' TO WS-MEASURED-SW
        END-IF.
        MOVE 0 TO WS-J.
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-FILE-COUNT OR WS-J > 0
            IF WS-FT-SOURCE-FILE(WS-I) = EX-SOURCE-FILE
               AND WS-FT-RUN-DATE(WS-I) = EX-RUN-DATE
                MOVE WS-I TO WS-J
            END-IF
        END-PERFORM.
        IF WS-J = 0
            IF WS-FILE-COUNT < WS-FILE-MAX
                ADD 1 TO WS-FILE-COUNT
                MOVE WS-FILE-COUNT TO WS-J
                MOVE EX-SOURCE-FILE TO WS-FT-SOURCE-FILE(WS-J)
                MOVE EX-RUN-DATE TO WS-FT-RUN-DATE(WS-J)
            ELSE
                DISPLAY
                    'WARNING: FILE TABLE FULL, RECORD SKIPPED FOR '
                    EX-SOURCE-FILE
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
        IF WS-J > 0
            MOVE EX-STATION-ID TO WS-FT-STATION-ID(WS-J)
            MOVE EX-RECORD-COUNT TO WS-FT-RECORD-COUNT(WS-J)
            MOVE EX-CALIB-TOTAL TO WS-FT-CALIB-TOTAL(WS-J)
            MOVE EX-DIGITS-TOTAL TO WS-FT-DIGITS-TOTAL(WS-J)
            MOVE WS-MEASURED-SW TO WS-FT-MEASURED-SW(WS-J)
            IF WS-MEASURED-SW = 'Y'
                MOVE EX-EXCEPTION-COUNT TO WS-FT-EXCEPTION-COUNT(WS-J)
                MOVE EX-ZERO-COUNT TO WS-FT-ZERO-COUNT(WS-J)
            ELSE
                MOVE 0 TO WS-FT-EXCEPTION-COUNT(WS-J)
                MOVE 0 TO WS-FT-ZERO-COUNT(WS-J)
            END-IF
        END-IF.

    200-SUMMARIZE-STATIONS-RTN.
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-FILE-COUNT
            PERFORM 250-FIND-STATION-RTN
            IF WS-STN-FOUND-IX > 0
                ADD 1 TO WS-ST-FILE-COUNT(WS-STN-FOUND-IX)
                ADD WS-FT-RECORD-COUNT(WS-I)
                    TO WS-ST-RECORD-COUNT(WS-STN-FOUND-IX)
                ADD WS-FT-CALIB-TOTAL(WS-I)
                    TO WS-ST-CALIB-TOTAL(WS-STN-FOUND-IX)
                ADD WS-FT-DIGITS-TOTAL(WS-I)
                    TO WS-ST-DIGITS-TOTAL(WS-STN-FOUND-IX)
                IF WS-FT-MEASURED-SW(WS-I) = 'Y'
                    ADD WS-FT-RECORD-COUNT(WS-I)
                        TO WS-ST-MEASURED-COUNT(WS-STN-FOUND-IX)
                    ADD WS-FT-EXCEPTION-COUNT(WS-I)
                        TO WS-ST-EXCEPTION-COUNT(WS-STN-FOUND-IX)
                    ADD WS-FT-ZERO-COUNT(WS-I)
                        TO WS-ST-ZERO-COUNT(WS-STN-FOUND-IX)
                END-IF
            END-IF
            ADD 1 TO WS-GT-FILE-COUNT
            ADD WS-FT-RECORD-COUNT(WS-I) TO WS-GT-RECORD-COUNT
            ADD WS-FT-CALIB-TOTAL(WS-I) TO WS-GT-CALIB-TOTAL
            ADD WS-FT-DIGITS-TOTAL(WS-I) TO WS-GT-DIGITS-TOTAL
        END-PERFORM.

    250-FIND-STATION-RTN.
        MOVE 0 TO WS-STN-FOUND-IX.
        PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-STN-COUNT OR WS-STN-FOUND-IX > 0
            IF WS-ST-STATION-ID(WS-J) = WS-FT-STATION-ID(WS-I)
                MOVE WS-J TO WS-STN-FOUND-IX
            END-IF
        END-PERFORM.
        IF WS-STN-FOUND-IX = 0
            IF WS-STN-COUNT < WS-STN-MAX
                ADD 1 TO WS-STN-COUNT
                MOVE WS-STN-COUNT TO WS-STN-FOUND-IX
                INITIALIZE WS-STN-ENTRY(WS-STN-FOUND-IX)
                MOVE WS-FT-STATION-ID(WS-I)
                    TO WS-ST-STATION-ID(WS-STN-FOUND-IX)
            ELSE
                DISPLAY
                    'WARNING: STATION TABLE FULL, FILE SKIPPED FOR '
                    WS-FT-STATION-ID(WS-I)
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.

    260-SORT-STATIONS-RTN.
        MOVE WS-STN-COUNT TO WS-SORT-TOP.
        MOVE 'Y' TO WS-SWAPPED-SW.
        PERFORM UNTIL WS-SWAPPED-SW = 'N' OR WS-SORT-TOP < 2
            MOVE 'N' TO WS-SWAPPED-SW
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I >= WS-SORT-TOP
                ADD 1 TO WS-I GIVING WS-J
                IF WS-ST-STATION-ID(WS-I) > WS-ST-STATION-ID(WS-J)
                    MOVE WS-STN-ENTRY(WS-I) TO WS-SWAP-ENTRY
                    MOVE WS-STN-ENTRY(WS-J) TO WS-STN-ENTRY(WS-I)
                    MOVE WS-SWAP-ENTRY TO WS-STN-ENTRY(WS-J)
                    MOVE 'Y' TO WS-SWAPPED-SW
                END-IF
            END-PERFORM
            SUBTRACT 1 FROM WS-SORT-TOP
        END-PERFORM.

    300-REPORT-STATIONS-RTN.
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-STN-COUNT
            PERFORM 350-REPORT-ONE-STATION-RTN
        END-PERFORM.
        WRITE SCORE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    350-REPORT-ONE-STATION-RTN.
        MOVE SPACES TO WS-STATION-LINE.
        IF WS-ST-STATION-ID(WS-I) = SPACES
            MOVE '*NONE*' TO WS-SL-STATION-ID
            MOVE 'NO BATCH HEADER' TO WS-SL-SITE
        ELSE
            MOVE WS-ST-STATION-ID(WS-I) TO WS-SL-STATION-ID
            IF WS-STNMST-OPEN
                MOVE WS-ST-STATION-ID(WS-I) TO SM-STATION-ID
                READ STATION-MASTER
                    INVALID KEY
                        MOVE '*NOT ON MASTER*' TO WS-SL-SITE
                    NOT INVALID KEY
                        MOVE SM-SITE TO WS-SL-SITE
                END-READ
            END-IF
        END-IF.
        MOVE 0 TO WS-EXC-PCT.
        MOVE 0 TO WS-ZERO-PCT.
        IF WS-ST-MEASURED-COUNT(WS-I) > 0
            COMPUTE WS-EXC-PCT ROUNDED =
                (WS-ST-EXCEPTION-COUNT(WS-I) * 100)
                / WS-ST-MEASURED-COUNT(WS-I)
            COMPUTE WS-ZERO-PCT ROUNDED =
                (WS-ST-ZERO-COUNT(WS-I) * 100)
                / WS-ST-MEASURED-COUNT(WS-I)
        END-IF.
        COMPUTE WS-GAP = WS-ST-CALIB-TOTAL(WS-I)
                       - WS-ST-DIGITS-TOTAL(WS-I).
        MOVE WS-ST-FILE-COUNT(WS-I) TO WS-SL-FILES.
        MOVE WS-ST-RECORD-COUNT(WS-I) TO WS-SL-RECORDS.
        MOVE WS-ST-EXCEPTION-COUNT(WS-I) TO WS-SL-EXCEPTIONS.
        MOVE WS-EXC-PCT TO WS-SL-EXC-PCT.
        MOVE WS-ST-ZERO-COUNT(WS-I) TO WS-SL-ZEROS.
        MOVE WS-ZERO-PCT TO WS-SL-ZERO-PCT.
        MOVE WS-ST-CALIB-TOTAL(WS-I) TO WS-SL-CALIB-TOTAL.
        MOVE WS-ST-DIGITS-TOTAL(WS-I) TO WS-SL-DIGITS-TOTAL.
        MOVE WS-GAP TO WS-SL-GAP.
        IF WS-EXC-PCT > WS-REVIEW-PCT
           OR WS-ZERO-PCT > WS-REVIEW-PCT
            MOVE '*REVIEW*' TO WS-SL-FLAG
            ADD 1 TO WS-FLAGGED-COUNT
        ELSE
            IF WS-ST-MEASURED-COUNT(WS-I) = 0
                MOVE 'NO RATES' TO WS-SL-FLAG
            END-IF
        END-IF.
        WRITE SCORE-RPT-LINE FROM WS-STATION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-READ-COUNT TO WS-F-READ-COUNT.
        MOVE WS-GT-FILE-COUNT TO WS-F-FILE-COUNT.
        MOVE WS-STN-COUNT TO WS-F-STN-COUNT.
        MOVE WS-FLAGGED-COUNT TO WS-F-FLAGGED.
        MOVE WS-GT-RECORD-COUNT TO WS-F-RECORDS.
        MOVE WS-GT-CALIB-TOTAL TO WS-F-CALIB-TOTAL.
        MOVE WS-GT-DIGITS-TOTAL TO WS-F-DIGITS-TOTAL.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SCORE-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBSCOR' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-READ-COUNT TO RL-COUNT-1
            MOVE WS-STN-COUNT TO RL-COUNT-2
            MOVE WS-FLAGGED-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE SCORE-RPT.
        IF WS-STNMST-OPEN
            CLOSE STATION-MASTER
        END-IF.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
