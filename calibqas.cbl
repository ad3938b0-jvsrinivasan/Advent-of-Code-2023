IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBQAS.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DETAIL-IN ASSIGN TO 'DTLRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DTLIN-STATUS.
        SELECT OPTIONAL QA-CONTROL ASSIGN TO 'QACTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QACTL-STATUS.
        SELECT QA-WORKSHEET ASSIGN TO 'QAWORK'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD DETAIL-IN.
    01 DETAIL-REC.
        05 QD-SEQ-NO              PIC X(07).
        05 FILLER                 PIC X(02).
        05 QD-SOURCE-FILE         PIC X(80).
        05 FILLER                 PIC X(02).
        05 QD-INPUT-TEXT          PIC X(256).
        05 FILLER                 PIC X(02).
        05 QD-VALUE               PIC X(03).
        05 FILLER                 PIC X(02).
        05 QD-STATION-ID          PIC X(08).
        05 FILLER                 PIC X(20).
    FD QA-CONTROL.
    COPY 'qarec'.
    FD QA-WORKSHEET.
    01 QA-WORK-LINE               PIC X(390).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-LINES-READ         PIC 9(9) VALUE 0.
        05 WS-SAMPLE-COUNT       PIC 9(5) VALUE 0.
        05 WS-SHORT-COUNT        PIC 9(5) VALUE 0.
        05 WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-COMPLETION-CODE    PIC 9(2) VALUE 0.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-PARM-INPUT         PIC X(09) VALUE SPACES.
        05 WS-PARM-LEN           PIC 9(2) VALUE 0.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-DTLIN-STATUS       PIC XX VALUE SPACES.
        05 WS-QACTL-STATUS       PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-SAMPLE-FIELDS.
        05 WS-SAMPLE-DATE        PIC 9(8) VALUE 0.
        05 WS-SAMPLE-SIZE        PIC 9(3) VALUE 10.
        05 WS-SEED               PIC 9(9) VALUE 0.
        05 WS-RANDOM             PIC V9(9) VALUE 0.
    01 WS-STATION-FIELDS.
        05 WS-STN-COUNT          PIC 9(4) VALUE 0.
        05 WS-STN-MAX            PIC 9(4) VALUE 500.
        05 WS-STN-IX             PIC 9(4) VALUE 0.
        05 WS-STN-FOUND-IX       PIC 9(4) VALUE 0.
    01 WS-STATION-TABLE.
        05 WS-STN-ENTRY OCCURS 500 TIMES.
            10 WS-ST-STATION-ID  PIC X(08).
            10 WS-ST-LINE-COUNT  PIC 9(7).
            10 WS-ST-REMAINING   PIC 9(7).
            10 WS-ST-NEEDED      PIC 9(3).
            10 WS-ST-SAMPLED     PIC 9(3).
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
                VALUE 'CALIBRATION QA SAMPLE WORKSHEET'.
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
            10 FILLER            PIC X(13) VALUE 'SAMPLE DATE: '.
            10 WS-H-SAMPLE-DATE  PIC 9999/99/99.
            10 FILLER            PIC X(24) VALUE '   LINES PER STATION:   '.
            10 WS-H-SAMPLE-SIZE  PIC ZZ9.
            10 FILLER            PIC X(82) VALUE SPACES.
        05 WS-HDR-LINE-4.
            10 FILLER            PIC X(70)
                VALUE 'KEY THE VALUE READ FOR EACH LINE WITH ITS SAMPLE DATE AND SAMPLE NO'.
            10 FILLER            PIC X(62) VALUE SPACES.
        05 WS-HDR-LINE-5.
            10 FILLER            PIC X(10) VALUE 'SAMPLE DT'.
            10 FILLER            PIC X(07) VALUE 'NO'.
            10 FILLER            PIC X(10) VALUE 'STATION'.
            10 FILLER            PIC X(09) VALUE '    SEQ'.
            10 FILLER            PIC X(82) VALUE 'SOURCE FILE'.
            10 FILLER            PIC X(258) VALUE 'INPUT TEXT'.
            10 FILLER            PIC X(14) VALUE 'VALUE READ'.
        05 WS-WORK-DETAIL.
            10 WS-WD-SAMPLE-DATE PIC 9(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-WD-SAMPLE-NO   PIC 9(05).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-WD-STATION-ID  PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-WD-SEQ-NO      PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-WD-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-WD-INPUT-TEXT  PIC X(256).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 FILLER            PIC X(05) VALUE '_____'.
            10 FILLER            PIC X(07) VALUE SPACES.
        05 WS-SECTION-LINE.
            10 WS-SEC-TITLE      PIC X(60).
            10 FILLER            PIC X(72) VALUE SPACES.
        05 WS-STATION-LINE.
            10 WS-SL-STATION-ID  PIC X(08).
            10 FILLER            PIC X(09) VALUE '  LINES: '.
            10 WS-SL-LINE-COUNT  PIC Z(6)9.
            10 FILLER            PIC X(11) VALUE '  SAMPLED: '.
            10 WS-SL-SAMPLED     PIC ZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-NOTE        PIC X(30).
            10 FILLER            PIC X(62) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'DETAIL LINES READ:            '.
            10 WS-F-LINES-READ   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'STATIONS:                     '.
            10 WS-F-STATIONS     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'LINES SAMPLED:                '.
            10 WS-F-SAMPLED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'STATIONS BELOW SAMPLE SIZE:   '.
            10 WS-F-SHORT        PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'STATION TABLE OVERFLOW LINES: '.
            10 WS-F-OVERFLOW     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'RANDOM SEED:                  '.
            10 WS-F-SEED         PIC Z(8)9.
            10 FILLER            PIC X(93) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 100-CHECK-CONTROL-RTN.
    PERFORM 200-COUNT-LINES-RTN.
    PERFORM 250-SET-QUOTAS-RTN.
    PERFORM 060-OPEN-OUTPUT-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM 300-SELECT-LINES-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    IF WS-IO-ERROR
        MOVE 12 TO WS-COMPLETION-CODE
    ELSE
        IF WS-SHORT-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
           OR WS-SAMPLE-COUNT = 0
            MOVE 4 TO WS-COMPLETION-CODE
        END-IF
    END-IF.
    DISPLAY 'QA SAMPLING COMPLETE, LINES: ' WS-LINES-READ
            ' STATIONS: ' WS-STN-COUNT
            ' SAMPLED: ' WS-SAMPLE-COUNT.
    MOVE WS-COMPLETION-CODE TO RETURN-CODE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE WS-RUN-DATE TO WS-SAMPLE-DATE.
        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALQADATE'.
        IF WS-PARM-INPUT NOT = SPACES
            MOVE 8 TO WS-PARM-LEN
            PERFORM 065-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
               AND WS-PARM-INPUT(8:1) NOT = SPACE
                MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-SAMPLE-DATE
            ELSE
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
            IF WS-PARM-BAD-SW = 'Y'
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-SAMPLE-DATE) NOT = 0
                DISPLAY 'ERROR: CALQADATE MUST BE A VALID YYYYMMDD DATE'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALQASIZE'.
        IF WS-PARM-INPUT NOT = SPACES
            MOVE 3 TO WS-PARM-LEN
            PERFORM 065-CHECK-PARM-RTN
            IF WS-PARM-INPUT(4:6) NOT = SPACES
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
            IF WS-PARM-BAD-SW = 'N'
                MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-SAMPLE-SIZE
            END-IF
            IF WS-PARM-BAD-SW = 'Y' OR WS-SAMPLE-SIZE = 0
                DISPLAY 'WARNING: INVALID CALQASIZE VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
                MOVE 10 TO WS-SAMPLE-SIZE
            END-IF
        END-IF.

        MOVE WS-RUN-TIME TO WS-SEED.
        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALQASEED'.
        IF WS-PARM-INPUT NOT = SPACES
            MOVE 9 TO WS-PARM-LEN
            PERFORM 065-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-SEED
            ELSE
                DISPLAY 'WARNING: INVALID CALQASEED VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.
        COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).

        OPEN INPUT DETAIL-IN.
        IF WS-DTLIN-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN DETAIL REPORT '
                    ' STATUS = ' WS-DTLIN-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    060-OPEN-OUTPUT-RTN.
        OPEN OUTPUT QA-WORKSHEET.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN QA WORKSHEET '
                    ' STATUS = ' WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN EXTEND QA-CONTROL.
        IF WS-QACTL-STATUS NOT = '00' AND WS-QACTL-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN QA CONTROL FILE '
                    ' STATUS = ' WS-QACTL-STATUS
            CLOSE QA-WORKSHEET
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN INPUT DETAIL-IN.
        IF WS-DTLIN-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO REOPEN DETAIL REPORT '
                    ' STATUS = ' WS-DTLIN-STATUS
            CLOSE QA-WORKSHEET
                  QA-CONTROL
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    065-CHECK-PARM-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PARM-LEN
            IF WS-PARM-INPUT(WS-K:1) NOT = SPACE
               AND (WS-PARM-INPUT(WS-K:1) < '0'
                    OR WS-PARM-INPUT(WS-K:1) > '9')
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-SAMPLE-DATE TO WS-H-SAMPLE-DATE.
        MOVE WS-SAMPLE-SIZE TO WS-H-SAMPLE-SIZE.
        WRITE QA-WORK-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-HDR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-HDR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    080-WRITE-SECTION-RTN.
        WRITE QA-WORK-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-SECTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-CHECK-CONTROL-RTN.
        OPEN INPUT QA-CONTROL.
        IF WS-QACTL-STATUS NOT = '00' AND WS-QACTL-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN QA CONTROL FILE '
                    ' STATUS = ' WS-QACTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ QA-CONTROL
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF QS-SAMPLE-DATE = WS-SAMPLE-DATE
                    DISPLAY 'ERROR: SAMPLE DATE ' WS-SAMPLE-DATE
                            ' IS ALREADY ON THE QA CONTROL FILE'
                    CLOSE QA-CONTROL
                          DETAIL-IN
                    MOVE 8 TO RETURN-CODE
                    PERFORM 890-WRITE-RUNLOG-RTN
                    STOP RUN
                END-IF
            END-READ
            IF WS-QACTL-STATUS NOT = '00'
               AND WS-QACTL-STATUS NOT = '04'
               AND WS-QACTL-STATUS NOT = '10'
                DISPLAY 'ERROR: QA CONTROL READ FAILED, STATUS = '
                        WS-QACTL-STATUS
                CLOSE QA-CONTROL
                      DETAIL-IN
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM.
        CLOSE QA-CONTROL.

    200-COUNT-LINES-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ DETAIL-IN
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LINES-READ
                PERFORM 150-FIND-STATION-RTN
                IF WS-STN-FOUND-IX = 0
                    IF WS-STN-COUNT < WS-STN-MAX
                        ADD 1 TO WS-STN-COUNT
                        MOVE WS-STN-COUNT TO WS-STN-FOUND-IX
                        MOVE QD-STATION-ID
                            TO WS-ST-STATION-ID(WS-STN-FOUND-IX)
                        MOVE 0 TO WS-ST-LINE-COUNT(WS-STN-FOUND-IX)
                        MOVE 0 TO WS-ST-SAMPLED(WS-STN-FOUND-IX)
                    ELSE
                        ADD 1 TO WS-OVERFLOW-COUNT
                    END-IF
                END-IF
                IF WS-STN-FOUND-IX > 0
                    ADD 1 TO WS-ST-LINE-COUNT(WS-STN-FOUND-IX)
                END-IF
            END-READ
            IF WS-DTLIN-STATUS NOT = '00'
               AND WS-DTLIN-STATUS NOT = '04'
               AND WS-DTLIN-STATUS NOT = '10'
                DISPLAY 'ERROR: DETAIL READ FAILED, STATUS = '
                        WS-DTLIN-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE DETAIL-IN.

    150-FIND-STATION-RTN.
        MOVE 0 TO WS-STN-FOUND-IX.
        PERFORM VARYING WS-STN-IX FROM 1 BY 1
                UNTIL WS-STN-IX > WS-STN-COUNT
                   OR WS-STN-FOUND-IX > 0
            IF WS-ST-STATION-ID(WS-STN-IX) = QD-STATION-ID
                MOVE WS-STN-IX TO WS-STN-FOUND-IX
            END-IF
        END-PERFORM.

    250-SET-QUOTAS-RTN.
        PERFORM VARYING WS-STN-IX FROM 1 BY 1
                UNTIL WS-STN-IX > WS-STN-COUNT
            MOVE WS-ST-LINE-COUNT(WS-STN-IX) TO WS-ST-REMAINING(WS-STN-IX)
            IF WS-ST-LINE-COUNT(WS-STN-IX) < WS-SAMPLE-SIZE
                MOVE WS-ST-LINE-COUNT(WS-STN-IX) TO WS-ST-NEEDED(WS-STN-IX)
                ADD 1 TO WS-SHORT-COUNT
            ELSE
                MOVE WS-SAMPLE-SIZE TO WS-ST-NEEDED(WS-STN-IX)
            END-IF
        END-PERFORM.

    300-SELECT-LINES-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ DETAIL-IN
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 150-FIND-STATION-RTN
                IF WS-STN-FOUND-IX > 0
                    PERFORM 310-SELECT-LINE-RTN
                END-IF
            END-READ
            IF WS-DTLIN-STATUS NOT = '00'
               AND WS-DTLIN-STATUS NOT = '04'
               AND WS-DTLIN-STATUS NOT = '10'
                DISPLAY 'ERROR: DETAIL READ FAILED, STATUS = '
                        WS-DTLIN-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.

    310-SELECT-LINE-RTN.
        IF WS-ST-NEEDED(WS-STN-FOUND-IX) > 0
            COMPUTE WS-RANDOM = FUNCTION RANDOM
            IF WS-RANDOM * WS-ST-REMAINING(WS-STN-FOUND-IX)
                   < WS-ST-NEEDED(WS-STN-FOUND-IX)
                SUBTRACT 1 FROM WS-ST-NEEDED(WS-STN-FOUND-IX)
                ADD 1 TO WS-ST-SAMPLED(WS-STN-FOUND-IX)
                PERFORM 320-WRITE-SAMPLE-RTN
            END-IF
        END-IF.
        SUBTRACT 1 FROM WS-ST-REMAINING(WS-STN-FOUND-IX).

    320-WRITE-SAMPLE-RTN.
        ADD 1 TO WS-SAMPLE-COUNT.
        MOVE SPACES TO QA-SAMPLE-REC.
        MOVE WS-SAMPLE-DATE TO QS-SAMPLE-DATE.
        MOVE WS-SAMPLE-COUNT TO QS-SAMPLE-NO.
        MOVE QD-STATION-ID TO QS-STATION-ID.
        MOVE QD-SOURCE-FILE TO QS-SOURCE-FILE.
        MOVE FUNCTION NUMVAL(QD-SEQ-NO) TO QS-SEQ-NO.
        MOVE QD-INPUT-TEXT TO QS-INPUT-TEXT.
        MOVE FUNCTION NUMVAL(QD-VALUE) TO QS-COMPUTED-VALUE.
        WRITE QA-SAMPLE-REC.
        IF WS-QACTL-STATUS NOT = '00'
            DISPLAY 'ERROR: QA CONTROL WRITE FAILED, STATUS = '
                    WS-QACTL-STATUS
            SET WS-IO-ERROR TO TRUE
        END-IF.

        MOVE QS-SAMPLE-DATE TO WS-WD-SAMPLE-DATE.
        MOVE QS-SAMPLE-NO TO WS-WD-SAMPLE-NO.
        MOVE QS-STATION-ID TO WS-WD-STATION-ID.
        MOVE QS-SEQ-NO TO WS-WD-SEQ-NO.
        MOVE QS-SOURCE-FILE TO WS-WD-SOURCE-FILE.
        MOVE QS-INPUT-TEXT TO WS-WD-INPUT-TEXT.
        WRITE QA-WORK-LINE FROM WS-WORK-DETAIL.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE 'SAMPLE BY STATION' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        PERFORM VARYING WS-STN-IX FROM 1 BY 1
                UNTIL WS-STN-IX > WS-STN-COUNT
            MOVE WS-ST-STATION-ID(WS-STN-IX) TO WS-SL-STATION-ID
            MOVE WS-ST-LINE-COUNT(WS-STN-IX) TO WS-SL-LINE-COUNT
            MOVE WS-ST-SAMPLED(WS-STN-IX) TO WS-SL-SAMPLED
            MOVE SPACES TO WS-SL-NOTE
            IF WS-ST-LINE-COUNT(WS-STN-IX) < WS-SAMPLE-SIZE
                MOVE 'BELOW SAMPLE SIZE' TO WS-SL-NOTE
            END-IF
            WRITE QA-WORK-LINE FROM WS-STATION-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.
        MOVE WS-LINES-READ TO WS-F-LINES-READ.
        MOVE WS-STN-COUNT TO WS-F-STATIONS.
        MOVE WS-SAMPLE-COUNT TO WS-F-SAMPLED.
        MOVE WS-SHORT-COUNT TO WS-F-SHORT.
        MOVE WS-OVERFLOW-COUNT TO WS-F-OVERFLOW.
        MOVE WS-SEED TO WS-F-SEED.
        WRITE QA-WORK-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-WORK-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBQAS' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-LINES-READ TO RL-COUNT-1
            MOVE WS-STN-COUNT TO RL-COUNT-2
            MOVE WS-SAMPLE-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE DETAIL-IN
              QA-CONTROL
              QA-WORKSHEET.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
