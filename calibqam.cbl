IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBQAM.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT QA-CONTROL ASSIGN TO 'QACTL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QACTL-STATUS.
        SELECT OPTIONAL QA-VERIFY ASSIGN TO 'QAVERIFY'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QAVFY-STATUS.
        SELECT QA-SORT ASSIGN TO 'SORTWK1'.
        SELECT QA-MATCH-RPT ASSIGN TO 'QAMRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD QA-CONTROL.
    COPY 'qarec'.
    FD QA-VERIFY.
    COPY 'qavrec'.
    SD QA-SORT.
    01 QA-SORT-REC.
        05 SQ-SAMPLE-DATE         PIC 9(08).
        05 SQ-SAMPLE-NO           PIC 9(05).
        05 SQ-ORIGIN              PIC 9(01).
        05 SQ-STATION-ID          PIC X(08).
        05 SQ-SOURCE-FILE         PIC X(80).
        05 SQ-SEQ-NO              PIC 9(07).
        05 SQ-INPUT-TEXT          PIC X(256).
        05 SQ-COMPUTED-VALUE      PIC 9(03).
        05 SQ-KEYED-VALUE         PIC X(03).
        05 SQ-CLERK-ID            PIC X(08).
    FD QA-MATCH-RPT.
    01 QA-MATCH-RPT-LINE          PIC X(400).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-SORT-EOF           PIC A VALUE 'N'.
        05 WS-CONTROL-READ       PIC 9(7) VALUE 0.
        05 WS-VERIFY-READ        PIC 9(7) VALUE 0.
        05 WS-RANGE-SKIP-COUNT   PIC 9(7) VALUE 0.
        05 WS-SAMPLED-COUNT      PIC 9(7) VALUE 0.
        05 WS-COMPARED-COUNT     PIC 9(7) VALUE 0.
        05 WS-AGREED-COUNT       PIC 9(7) VALUE 0.
        05 WS-DISAGREED-COUNT    PIC 9(7) VALUE 0.
        05 WS-UNVERIFIED-COUNT   PIC 9(7) VALUE 0.
        05 WS-UNKNOWN-COUNT      PIC 9(7) VALUE 0.
        05 WS-INVALID-ID-COUNT   PIC 9(7) VALUE 0.
        05 WS-INVALID-KEY-COUNT  PIC 9(7) VALUE 0.
        05 WS-REKEYED-COUNT      PIC 9(7) VALUE 0.
        05 WS-CONFLICT-COUNT     PIC 9(7) VALUE 0.
        05 WS-DUP-CONTROL-COUNT  PIC 9(7) VALUE 0.
        05 WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
        05 WS-COMPLETION-CODE    PIC 9(2) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-PARM-INPUT         PIC X(08) VALUE SPACES.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-QACTL-STATUS       PIC XX VALUE SPACES.
        05 WS-QAVFY-STATUS       PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-PARAMETER-FIELDS.
        05 WS-FROM-DATE          PIC 9(8) VALUE 0.
        05 WS-THRU-DATE          PIC 9(8) VALUE 99999999.
    01 WS-GROUP-FIELDS.
        05 WS-GRP-ACTIVE-SW      PIC A VALUE 'N'.
        05 WS-GRP-SAMPLE-DATE    PIC 9(8) VALUE 0.
        05 WS-GRP-SAMPLE-NO      PIC 9(5) VALUE 0.
        05 WS-GRP-CONTROL-SW     PIC A VALUE 'N'.
            88 WS-GRP-ON-CONTROL            VALUE 'Y'.
        05 WS-GRP-VERIFY-COUNT   PIC 9(3) VALUE 0.
        05 WS-GRP-CONFLICT-SW    PIC A VALUE 'N'.
            88 WS-GRP-CONFLICT              VALUE 'Y'.
        05 WS-GRP-STATION-ID     PIC X(08) VALUE SPACES.
        05 WS-GRP-SOURCE-FILE    PIC X(80) VALUE SPACES.
        05 WS-GRP-SEQ-NO         PIC 9(7) VALUE 0.
        05 WS-GRP-INPUT-TEXT     PIC X(256) VALUE SPACES.
        05 WS-GRP-COMPUTED-VALUE PIC 9(3) VALUE 0.
        05 WS-GRP-KEYED-VALUE    PIC X(03) VALUE SPACES.
        05 WS-GRP-KEYED-NUM      PIC 9(3) VALUE 0.
        05 WS-GRP-KEYED-BAD-SW   PIC A VALUE 'N'.
        05 WS-GRP-CLERK-ID       PIC X(08) VALUE SPACES.
    01 WS-KEYED-CHECK-FIELDS.
        05 WS-KEYED-VALUE        PIC X(03) VALUE SPACES.
        05 WS-KEYED-DIGITS       PIC 9 VALUE 0.
        05 WS-KEYED-END-SW       PIC A VALUE 'N'.
        05 WS-KEYED-BAD-SW       PIC A VALUE 'N'.
            88 WS-KEYED-BAD                 VALUE 'Y'.
        05 WS-KEYED-NUM          PIC 9(3) VALUE 0.
    01 WS-STATION-FIELDS.
        05 WS-STN-COUNT          PIC 9(4) VALUE 0.
        05 WS-STN-MAX            PIC 9(4) VALUE 500.
        05 WS-STN-IX             PIC 9(4) VALUE 0.
        05 WS-STN-FOUND-IX       PIC 9(4) VALUE 0.
    01 WS-STATION-TABLE.
        05 WS-STN-ENTRY OCCURS 500 TIMES.
            10 WS-ST-STATION-ID  PIC X(08).
            10 WS-ST-SAMPLED     PIC 9(7).
            10 WS-ST-COMPARED    PIC 9(7).
            10 WS-ST-AGREED      PIC 9(7).
    01 WS-DAY-FIELDS.
        05 WS-DAY-COUNT          PIC 9(4) VALUE 0.
        05 WS-DAY-MAX            PIC 9(4) VALUE 1000.
        05 WS-DAY-IX             PIC 9(4) VALUE 0.
    01 WS-DAY-TABLE.
        05 WS-DAY-ENTRY OCCURS 1000 TIMES.
            10 WS-DY-SAMPLE-DATE PIC 9(8).
            10 WS-DY-SAMPLED     PIC 9(7).
            10 WS-DY-COMPARED    PIC 9(7).
            10 WS-DY-AGREED      PIC 9(7).
    01 WS-EXCEPTION-FIELDS.
        05 WS-EXC-COUNT          PIC 9(4) VALUE 0.
        05 WS-EXC-MAX            PIC 9(4) VALUE 1000.
        05 WS-EXC-IX             PIC 9(4) VALUE 0.
        05 WS-EXC-REASON         PIC X(40) VALUE SPACES.
    01 WS-EXCEPTION-TABLE.
        05 WS-EXC-ENTRY OCCURS 1000 TIMES.
            10 WS-EX-SAMPLE-DATE PIC X(08).
            10 WS-EX-SAMPLE-NO   PIC X(05).
            10 WS-EX-KEYED-VALUE PIC X(03).
            10 WS-EX-CLERK-ID    PIC X(08).
            10 WS-EX-REASON      PIC X(40).
    01 WS-RATE-FIELDS.
        05 WS-RT-SAMPLED         PIC 9(7) VALUE 0.
        05 WS-RT-COMPARED        PIC 9(7) VALUE 0.
        05 WS-RT-AGREED          PIC 9(7) VALUE 0.
        05 WS-RATE               PIC 9(3)V99 VALUE 0.
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
                VALUE 'CALIBRATION QA RE-KEY VERIFICATION'.
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
            10 FILLER            PIC X(19) VALUE 'SAMPLE DATE RANGE: '.
            10 WS-H-FROM-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-H-THRU-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-SECTION-LINE.
            10 WS-SEC-TITLE      PIC X(60).
            10 FILLER            PIC X(72) VALUE SPACES.
        05 WS-DISAGREE-HDR.
            10 FILLER            PIC X(12) VALUE 'SAMPLE DATE'.
            10 FILLER            PIC X(07) VALUE 'NO'.
            10 FILLER            PIC X(10) VALUE 'STATION'.
            10 FILLER            PIC X(09) VALUE '    SEQ'.
            10 FILLER            PIC X(82) VALUE 'SOURCE FILE'.
            10 FILLER            PIC X(05) VALUE 'CALC'.
            10 FILLER            PIC X(07) VALUE 'KEYED'.
            10 FILLER            PIC X(10) VALUE 'CLERK'.
            10 FILLER            PIC X(258) VALUE 'INPUT TEXT'.
        05 WS-DISAGREE-LINE.
            10 WS-DL-SAMPLE-DATE PIC 9999/99/99.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SAMPLE-NO   PIC 9(05).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-STATION-ID  PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SEQ-NO      PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-COMPUTED    PIC ZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-KEYED       PIC X(03).
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-DL-CLERK-ID    PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-INPUT-TEXT  PIC X(256).
            10 FILLER            PIC X(02) VALUE SPACES.
        05 WS-EXCEPTION-HDR.
            10 FILLER            PIC X(12) VALUE 'SAMPLE DATE'.
            10 FILLER            PIC X(07) VALUE 'NO'.
            10 FILLER            PIC X(07) VALUE 'KEYED'.
            10 FILLER            PIC X(10) VALUE 'CLERK'.
            10 FILLER            PIC X(40) VALUE 'REASON'.
            10 FILLER            PIC X(56) VALUE SPACES.
        05 WS-EXCEPTION-LINE.
            10 WS-EL-SAMPLE-DATE PIC X(08).
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-EL-SAMPLE-NO   PIC X(05).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-EL-KEYED       PIC X(03).
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-EL-CLERK-ID    PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-EL-REASON      PIC X(40).
            10 FILLER            PIC X(56) VALUE SPACES.
        05 WS-RATE-HDR.
            10 FILLER            PIC X(12) VALUE SPACES.
            10 FILLER            PIC X(10) VALUE '   SAMPLED'.
            10 FILLER            PIC X(10) VALUE '  VERIFIED'.
            10 FILLER            PIC X(10) VALUE '    AGREED'.
            10 FILLER            PIC X(10) VALUE ' DISAGREED'.
            10 FILLER            PIC X(10) VALUE ' UNMATCHED'.
            10 FILLER            PIC X(12) VALUE '   AGREEMENT'.
            10 FILLER            PIC X(58) VALUE SPACES.
        05 WS-RATE-LINE.
            10 WS-RL-KEY         PIC X(10).
            10 WS-RL-DATE REDEFINES WS-RL-KEY PIC 9999/99/99.
            10 FILLER            PIC X(05) VALUE SPACES.
            10 WS-RL-SAMPLED     PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-RL-COMPARED    PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-RL-AGREED      PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-RL-DISAGREED   PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-RL-UNVERIFIED  PIC ZZZZZZ9.
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-RL-RATE        PIC ZZ9.99.
            10 WS-RL-RATE-X REDEFINES WS-RL-RATE PIC X(06).
            10 WS-RL-PCT         PIC X(01) VALUE '%'.
            10 FILLER            PIC X(59) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'CONTROL RECORDS READ:         '.
            10 WS-F-CONTROL-READ PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'VERIFICATION RECORDS READ:    '.
            10 WS-F-VERIFY-READ  PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'OUTSIDE DATE RANGE:           '.
            10 WS-F-RANGE-SKIP   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'SAMPLES NOT YET KEYED:        '.
            10 WS-F-UNVERIFIED   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'SAMPLES KEYED MORE THAN ONCE: '.
            10 WS-F-REKEYED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'KEYING EXCEPTIONS:            '.
            10 WS-F-EXCEPTIONS   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'EXCEPTIONS NOT LISTED:        '.
            10 WS-F-OVERFLOW     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-8.
            10 FILLER            PIC X(30) VALUE 'DUPLICATE CONTROL ENTRIES:    '.
            10 WS-F-DUP-CONTROL  PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    MOVE 'DISAGREEMENTS' TO WS-SEC-TITLE.
    PERFORM 080-WRITE-SECTION-RTN.
    WRITE QA-MATCH-RPT-LINE FROM WS-DISAGREE-HDR.
    PERFORM 950-CHECK-RPT-STATUS-RTN.
    SORT QA-SORT
        ON ASCENDING KEY SQ-SAMPLE-DATE SQ-SAMPLE-NO SQ-ORIGIN
        INPUT PROCEDURE IS 100-RELEASE-RECORDS-RTN
        OUTPUT PROCEDURE IS 200-MATCH-SAMPLES-RTN.
    PERFORM 400-WRITE-EXCEPTIONS-RTN.
    PERFORM 450-WRITE-RATES-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    EVALUATE TRUE
        WHEN WS-IO-ERROR
            MOVE 12 TO WS-COMPLETION-CODE
        WHEN WS-EXC-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
            MOVE 8 TO WS-COMPLETION-CODE
        WHEN WS-DISAGREED-COUNT > 0 OR WS-UNVERIFIED-COUNT > 0
            MOVE 4 TO WS-COMPLETION-CODE
        WHEN OTHER
            MOVE 0 TO WS-COMPLETION-CODE
    END-EVALUATE.
    DISPLAY 'QA VERIFICATION COMPLETE, VERIFIED: ' WS-COMPARED-COUNT
            ' AGREED: ' WS-AGREED-COUNT
            ' DISAGREED: ' WS-DISAGREED-COUNT.
    MOVE WS-COMPLETION-CODE TO RETURN-CODE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALQAFROM'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE WS-PARM-INPUT TO WS-FROM-DATE
            ELSE
                DISPLAY 'WARNING: INVALID CALQAFROM VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALQATHRU'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE WS-PARM-INPUT TO WS-THRU-DATE
            ELSE
                DISPLAY 'WARNING: INVALID CALQATHRU VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.

        OPEN OUTPUT QA-MATCH-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN QA MATCH REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    060-CHECK-PARM-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
            IF WS-PARM-INPUT(WS-K:1) < '0'
               OR WS-PARM-INPUT(WS-K:1) > '9'
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
        WRITE QA-MATCH-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    080-WRITE-SECTION-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-SECTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-RELEASE-RECORDS-RTN.
        OPEN INPUT QA-CONTROL.
        IF WS-QACTL-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN QA CONTROL FILE '
                    ' STATUS = ' WS-QACTL-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ QA-CONTROL
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-CONTROL-READ
                    PERFORM 110-RELEASE-CONTROL-RTN
                END-READ
                IF WS-QACTL-STATUS NOT = '00'
                   AND WS-QACTL-STATUS NOT = '04'
                   AND WS-QACTL-STATUS NOT = '10'
                    DISPLAY 'ERROR: QA CONTROL READ FAILED, STATUS = '
                            WS-QACTL-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM
            CLOSE QA-CONTROL
        END-IF.

        OPEN INPUT QA-VERIFY.
        IF WS-QAVFY-STATUS NOT = '00' AND WS-QAVFY-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN QA VERIFICATION FILE '
                    ' STATUS = ' WS-QAVFY-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ QA-VERIFY
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-VERIFY-READ
                    PERFORM 120-RELEASE-VERIFY-RTN
                END-READ
                IF WS-QAVFY-STATUS NOT = '00'
                   AND WS-QAVFY-STATUS NOT = '04'
                   AND WS-QAVFY-STATUS NOT = '10'
                    DISPLAY 'ERROR: QA VERIFICATION READ FAILED, STATUS = '
                            WS-QAVFY-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM
            CLOSE QA-VERIFY
        END-IF.

    110-RELEASE-CONTROL-RTN.
        IF QS-SAMPLE-DATE NOT NUMERIC OR QS-SAMPLE-NO NOT NUMERIC
           OR QS-COMPUTED-VALUE NOT NUMERIC
            DISPLAY 'WARNING: INVALID QA CONTROL RECORD SKIPPED: '
                    QS-SAMPLE-ID
        ELSE
            IF QS-SAMPLE-DATE < WS-FROM-DATE
               OR QS-SAMPLE-DATE > WS-THRU-DATE
                ADD 1 TO WS-RANGE-SKIP-COUNT
            ELSE
                MOVE SPACES TO QA-SORT-REC
                MOVE QS-SAMPLE-DATE TO SQ-SAMPLE-DATE
                MOVE QS-SAMPLE-NO TO SQ-SAMPLE-NO
                MOVE 1 TO SQ-ORIGIN
                MOVE QS-STATION-ID TO SQ-STATION-ID
                MOVE QS-SOURCE-FILE TO SQ-SOURCE-FILE
                MOVE QS-SEQ-NO TO SQ-SEQ-NO
                MOVE QS-INPUT-TEXT TO SQ-INPUT-TEXT
                MOVE QS-COMPUTED-VALUE TO SQ-COMPUTED-VALUE
                RELEASE QA-SORT-REC
            END-IF
        END-IF.

    120-RELEASE-VERIFY-RTN.
        IF QV-SAMPLE-DATE NOT NUMERIC OR QV-SAMPLE-NO NOT NUMERIC
            ADD 1 TO WS-INVALID-ID-COUNT
            MOVE 'SAMPLE DATE OR NUMBER NOT NUMERIC' TO WS-EXC-REASON
            PERFORM 130-ADD-KEYED-EXCEPTION-RTN
        ELSE
            IF QV-SAMPLE-DATE < WS-FROM-DATE
               OR QV-SAMPLE-DATE > WS-THRU-DATE
                ADD 1 TO WS-RANGE-SKIP-COUNT
            ELSE
                MOVE SPACES TO QA-SORT-REC
                MOVE QV-SAMPLE-DATE TO SQ-SAMPLE-DATE
                MOVE QV-SAMPLE-NO TO SQ-SAMPLE-NO
                MOVE 2 TO SQ-ORIGIN
                MOVE 0 TO SQ-SEQ-NO
                MOVE 0 TO SQ-COMPUTED-VALUE
                MOVE QV-KEYED-VALUE TO SQ-KEYED-VALUE
                MOVE QV-CLERK-ID TO SQ-CLERK-ID
                RELEASE QA-SORT-REC
            END-IF
        END-IF.

    130-ADD-KEYED-EXCEPTION-RTN.
        IF WS-EXC-COUNT >= WS-EXC-MAX
            ADD 1 TO WS-OVERFLOW-COUNT
        ELSE
            ADD 1 TO WS-EXC-COUNT
            MOVE QV-SAMPLE-ID(1:8) TO WS-EX-SAMPLE-DATE(WS-EXC-COUNT)
            MOVE QV-SAMPLE-ID(9:5) TO WS-EX-SAMPLE-NO(WS-EXC-COUNT)
            MOVE QV-KEYED-VALUE TO WS-EX-KEYED-VALUE(WS-EXC-COUNT)
            MOVE QV-CLERK-ID TO WS-EX-CLERK-ID(WS-EXC-COUNT)
            MOVE WS-EXC-REASON TO WS-EX-REASON(WS-EXC-COUNT)
        END-IF.

    140-ADD-GROUP-EXCEPTION-RTN.
        IF WS-EXC-COUNT >= WS-EXC-MAX
            ADD 1 TO WS-OVERFLOW-COUNT
        ELSE
            ADD 1 TO WS-EXC-COUNT
            MOVE WS-GRP-SAMPLE-DATE TO WS-EX-SAMPLE-DATE(WS-EXC-COUNT)
            MOVE WS-GRP-SAMPLE-NO TO WS-EX-SAMPLE-NO(WS-EXC-COUNT)
            MOVE WS-GRP-KEYED-VALUE TO WS-EX-KEYED-VALUE(WS-EXC-COUNT)
            MOVE WS-GRP-CLERK-ID TO WS-EX-CLERK-ID(WS-EXC-COUNT)
            MOVE WS-EXC-REASON TO WS-EX-REASON(WS-EXC-COUNT)
        END-IF.

    200-MATCH-SAMPLES-RTN.
        MOVE 'N' TO WS-GRP-ACTIVE-SW.
        MOVE 'N' TO WS-SORT-EOF.
        PERFORM UNTIL WS-SORT-EOF = 'Y'
            RETURN QA-SORT
            AT END MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                IF WS-GRP-ACTIVE-SW = 'Y'
                   AND (SQ-SAMPLE-DATE NOT = WS-GRP-SAMPLE-DATE
                        OR SQ-SAMPLE-NO NOT = WS-GRP-SAMPLE-NO)
                    PERFORM 210-FINISH-SAMPLE-RTN
                END-IF
                IF WS-GRP-ACTIVE-SW = 'N'
                    PERFORM 205-START-SAMPLE-RTN
                END-IF
                PERFORM 220-ADD-TO-SAMPLE-RTN
            END-RETURN
        END-PERFORM.
        IF WS-GRP-ACTIVE-SW = 'Y'
            PERFORM 210-FINISH-SAMPLE-RTN
        END-IF.

    205-START-SAMPLE-RTN.
        MOVE 'Y' TO WS-GRP-ACTIVE-SW.
        MOVE SQ-SAMPLE-DATE TO WS-GRP-SAMPLE-DATE.
        MOVE SQ-SAMPLE-NO TO WS-GRP-SAMPLE-NO.
        MOVE 'N' TO WS-GRP-CONTROL-SW.
        MOVE 'N' TO WS-GRP-CONFLICT-SW.
        MOVE 0 TO WS-GRP-VERIFY-COUNT.
        MOVE 0 TO WS-GRP-KEYED-NUM.
        MOVE 'N' TO WS-GRP-KEYED-BAD-SW.
        MOVE SPACES TO WS-GRP-KEYED-VALUE WS-GRP-CLERK-ID.

    210-FINISH-SAMPLE-RTN.
        MOVE 'N' TO WS-GRP-ACTIVE-SW.
        IF NOT WS-GRP-ON-CONTROL
            ADD 1 TO WS-UNKNOWN-COUNT
            MOVE 'SAMPLE NOT ON QA CONTROL FILE' TO WS-EXC-REASON
            PERFORM 140-ADD-GROUP-EXCEPTION-RTN
        ELSE
            ADD 1 TO WS-SAMPLED-COUNT
            PERFORM 250-FIND-STATION-RTN
            PERFORM 260-FIND-DAY-RTN
            IF WS-GRP-VERIFY-COUNT = 0
                ADD 1 TO WS-UNVERIFIED-COUNT
            ELSE
                IF WS-GRP-VERIFY-COUNT > 1
                    ADD 1 TO WS-REKEYED-COUNT
                END-IF
                EVALUATE TRUE
                    WHEN WS-GRP-CONFLICT
                        ADD 1 TO WS-CONFLICT-COUNT
                        MOVE 'KEYED TWICE WITH DIFFERENT VALUES'
                            TO WS-EXC-REASON
                        PERFORM 140-ADD-GROUP-EXCEPTION-RTN
                    WHEN WS-GRP-KEYED-BAD-SW = 'Y'
                        ADD 1 TO WS-INVALID-KEY-COUNT
                        MOVE 'KEYED VALUE NOT NUMERIC' TO WS-EXC-REASON
                        PERFORM 140-ADD-GROUP-EXCEPTION-RTN
                    WHEN OTHER
                        PERFORM 240-COMPARE-SAMPLE-RTN
                END-EVALUATE
            END-IF
        END-IF.

    220-ADD-TO-SAMPLE-RTN.
        IF SQ-ORIGIN = 1
            IF WS-GRP-ON-CONTROL
                ADD 1 TO WS-DUP-CONTROL-COUNT
            ELSE
                SET WS-GRP-ON-CONTROL TO TRUE
                MOVE SQ-STATION-ID TO WS-GRP-STATION-ID
                MOVE SQ-SOURCE-FILE TO WS-GRP-SOURCE-FILE
                MOVE SQ-SEQ-NO TO WS-GRP-SEQ-NO
                MOVE SQ-INPUT-TEXT TO WS-GRP-INPUT-TEXT
                MOVE SQ-COMPUTED-VALUE TO WS-GRP-COMPUTED-VALUE
            END-IF
        ELSE
            ADD 1 TO WS-GRP-VERIFY-COUNT
            MOVE SQ-KEYED-VALUE TO WS-KEYED-VALUE
            PERFORM 230-CHECK-KEYED-RTN
            IF WS-GRP-VERIFY-COUNT > 1
               AND (WS-KEYED-BAD-SW NOT = WS-GRP-KEYED-BAD-SW
                    OR WS-KEYED-NUM NOT = WS-GRP-KEYED-NUM)
                SET WS-GRP-CONFLICT TO TRUE
            END-IF
            MOVE SQ-KEYED-VALUE TO WS-GRP-KEYED-VALUE
            MOVE WS-KEYED-NUM TO WS-GRP-KEYED-NUM
            MOVE WS-KEYED-BAD-SW TO WS-GRP-KEYED-BAD-SW
            MOVE SQ-CLERK-ID TO WS-GRP-CLERK-ID
        END-IF.

    230-CHECK-KEYED-RTN.
        MOVE 'N' TO WS-KEYED-BAD-SW.
        MOVE 'N' TO WS-KEYED-END-SW.
        MOVE 0 TO WS-KEYED-DIGITS.
        MOVE 0 TO WS-KEYED-NUM.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            EVALUATE TRUE
                WHEN WS-KEYED-VALUE(WS-K:1) = SPACE
                    IF WS-KEYED-DIGITS > 0
                        MOVE 'Y' TO WS-KEYED-END-SW
                    END-IF
                WHEN WS-KEYED-VALUE(WS-K:1) >= '0'
                     AND WS-KEYED-VALUE(WS-K:1) <= '9'
                    IF WS-KEYED-END-SW = 'Y'
                        MOVE 'Y' TO WS-KEYED-BAD-SW
                    ELSE
                        ADD 1 TO WS-KEYED-DIGITS
                        COMPUTE WS-KEYED-NUM = WS-KEYED-NUM * 10
                            + FUNCTION NUMVAL(WS-KEYED-VALUE(WS-K:1))
                    END-IF
                WHEN OTHER
                    MOVE 'Y' TO WS-KEYED-BAD-SW
            END-EVALUATE
        END-PERFORM.
        IF WS-KEYED-DIGITS = 0
            MOVE 'Y' TO WS-KEYED-BAD-SW
        END-IF.

    240-COMPARE-SAMPLE-RTN.
        ADD 1 TO WS-COMPARED-COUNT.
        IF WS-STN-FOUND-IX > 0
            ADD 1 TO WS-ST-COMPARED(WS-STN-FOUND-IX)
        END-IF.
        IF WS-DAY-IX > 0
            ADD 1 TO WS-DY-COMPARED(WS-DAY-IX)
        END-IF.
        IF WS-GRP-KEYED-NUM = WS-GRP-COMPUTED-VALUE
            ADD 1 TO WS-AGREED-COUNT
            IF WS-STN-FOUND-IX > 0
                ADD 1 TO WS-ST-AGREED(WS-STN-FOUND-IX)
            END-IF
            IF WS-DAY-IX > 0
                ADD 1 TO WS-DY-AGREED(WS-DAY-IX)
            END-IF
        ELSE
            ADD 1 TO WS-DISAGREED-COUNT
            MOVE WS-GRP-SAMPLE-DATE TO WS-DL-SAMPLE-DATE
            MOVE WS-GRP-SAMPLE-NO TO WS-DL-SAMPLE-NO
            MOVE WS-GRP-STATION-ID TO WS-DL-STATION-ID
            MOVE WS-GRP-SEQ-NO TO WS-DL-SEQ-NO
            MOVE WS-GRP-SOURCE-FILE TO WS-DL-SOURCE-FILE
            MOVE WS-GRP-COMPUTED-VALUE TO WS-DL-COMPUTED
            MOVE WS-GRP-KEYED-VALUE TO WS-DL-KEYED
            MOVE WS-GRP-CLERK-ID TO WS-DL-CLERK-ID
            MOVE WS-GRP-INPUT-TEXT TO WS-DL-INPUT-TEXT
            WRITE QA-MATCH-RPT-LINE FROM WS-DISAGREE-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    250-FIND-STATION-RTN.
        MOVE 0 TO WS-STN-FOUND-IX.
        PERFORM VARYING WS-STN-IX FROM 1 BY 1
                UNTIL WS-STN-IX > WS-STN-COUNT
                   OR WS-STN-FOUND-IX > 0
            IF WS-ST-STATION-ID(WS-STN-IX) = WS-GRP-STATION-ID
                MOVE WS-STN-IX TO WS-STN-FOUND-IX
            END-IF
        END-PERFORM.
        IF WS-STN-FOUND-IX = 0
            IF WS-STN-COUNT < WS-STN-MAX
                ADD 1 TO WS-STN-COUNT
                MOVE WS-STN-COUNT TO WS-STN-FOUND-IX
                MOVE WS-GRP-STATION-ID TO WS-ST-STATION-ID(WS-STN-COUNT)
                MOVE 0 TO WS-ST-SAMPLED(WS-STN-COUNT)
                MOVE 0 TO WS-ST-COMPARED(WS-STN-COUNT)
                MOVE 0 TO WS-ST-AGREED(WS-STN-COUNT)
            ELSE
                ADD 1 TO WS-OVERFLOW-COUNT
            END-IF
        END-IF.
        IF WS-STN-FOUND-IX > 0
            ADD 1 TO WS-ST-SAMPLED(WS-STN-FOUND-IX)
        END-IF.

    260-FIND-DAY-RTN.
        IF WS-DAY-COUNT > 0
           AND WS-DY-SAMPLE-DATE(WS-DAY-COUNT) = WS-GRP-SAMPLE-DATE
            MOVE WS-DAY-COUNT TO WS-DAY-IX
        ELSE
            IF WS-DAY-COUNT < WS-DAY-MAX
                ADD 1 TO WS-DAY-COUNT
                MOVE WS-DAY-COUNT TO WS-DAY-IX
                MOVE WS-GRP-SAMPLE-DATE TO WS-DY-SAMPLE-DATE(WS-DAY-IX)
                MOVE 0 TO WS-DY-SAMPLED(WS-DAY-IX)
                MOVE 0 TO WS-DY-COMPARED(WS-DAY-IX)
                MOVE 0 TO WS-DY-AGREED(WS-DAY-IX)
            ELSE
                MOVE 0 TO WS-DAY-IX
                ADD 1 TO WS-OVERFLOW-COUNT
            END-IF
        END-IF.
        IF WS-DAY-IX > 0
            ADD 1 TO WS-DY-SAMPLED(WS-DAY-IX)
        END-IF.

    400-WRITE-EXCEPTIONS-RTN.
        MOVE 'KEYING EXCEPTIONS' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-EXCEPTION-HDR.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                UNTIL WS-EXC-IX > WS-EXC-COUNT
            MOVE WS-EX-SAMPLE-DATE(WS-EXC-IX) TO WS-EL-SAMPLE-DATE
            MOVE WS-EX-SAMPLE-NO(WS-EXC-IX) TO WS-EL-SAMPLE-NO
            MOVE WS-EX-KEYED-VALUE(WS-EXC-IX) TO WS-EL-KEYED
            MOVE WS-EX-CLERK-ID(WS-EXC-IX) TO WS-EL-CLERK-ID
            MOVE WS-EX-REASON(WS-EXC-IX) TO WS-EL-REASON
            WRITE QA-MATCH-RPT-LINE FROM WS-EXCEPTION-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.

    450-WRITE-RATES-RTN.
        MOVE 'AGREEMENT BY STATION' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        MOVE 'STATION' TO WS-RATE-HDR(1:12).
        WRITE QA-MATCH-RPT-LINE FROM WS-RATE-HDR.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        PERFORM VARYING WS-STN-IX FROM 1 BY 1
                UNTIL WS-STN-IX > WS-STN-COUNT
            MOVE WS-ST-STATION-ID(WS-STN-IX) TO WS-RL-KEY
            MOVE WS-ST-SAMPLED(WS-STN-IX) TO WS-RT-SAMPLED
            MOVE WS-ST-COMPARED(WS-STN-IX) TO WS-RT-COMPARED
            MOVE WS-ST-AGREED(WS-STN-IX) TO WS-RT-AGREED
            PERFORM 460-WRITE-RATE-LINE-RTN
        END-PERFORM.

        MOVE 'AGREEMENT BY DAY' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        MOVE 'SAMPLE DATE' TO WS-RATE-HDR(1:12).
        WRITE QA-MATCH-RPT-LINE FROM WS-RATE-HDR.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > WS-DAY-COUNT
            MOVE WS-DY-SAMPLE-DATE(WS-DAY-IX) TO WS-RL-DATE
            MOVE WS-DY-SAMPLED(WS-DAY-IX) TO WS-RT-SAMPLED
            MOVE WS-DY-COMPARED(WS-DAY-IX) TO WS-RT-COMPARED
            MOVE WS-DY-AGREED(WS-DAY-IX) TO WS-RT-AGREED
            PERFORM 460-WRITE-RATE-LINE-RTN
        END-PERFORM.

        WRITE QA-MATCH-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        MOVE 'ALL' TO WS-RL-KEY.
        MOVE WS-SAMPLED-COUNT TO WS-RT-SAMPLED.
        MOVE WS-COMPARED-COUNT TO WS-RT-COMPARED.
        MOVE WS-AGREED-COUNT TO WS-RT-AGREED.
        PERFORM 460-WRITE-RATE-LINE-RTN.

    460-WRITE-RATE-LINE-RTN.
        MOVE WS-RT-SAMPLED TO WS-RL-SAMPLED.
        MOVE WS-RT-COMPARED TO WS-RL-COMPARED.
        MOVE WS-RT-AGREED TO WS-RL-AGREED.
        COMPUTE WS-RL-DISAGREED = WS-RT-COMPARED - WS-RT-AGREED.
        COMPUTE WS-RL-UNVERIFIED = WS-RT-SAMPLED - WS-RT-COMPARED.
        IF WS-RT-COMPARED > 0
            COMPUTE WS-RATE ROUNDED =
                (WS-RT-AGREED * 100) / WS-RT-COMPARED
            MOVE WS-RATE TO WS-RL-RATE
            MOVE '%' TO WS-RL-PCT
        ELSE
            MOVE '   N/A' TO WS-RL-RATE-X
            MOVE SPACE TO WS-RL-PCT
        END-IF.
        WRITE QA-MATCH-RPT-LINE FROM WS-RATE-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-CONTROL-READ TO WS-F-CONTROL-READ.
        MOVE WS-VERIFY-READ TO WS-F-VERIFY-READ.
        MOVE WS-RANGE-SKIP-COUNT TO WS-F-RANGE-SKIP.
        MOVE WS-UNVERIFIED-COUNT TO WS-F-UNVERIFIED.
        MOVE WS-REKEYED-COUNT TO WS-F-REKEYED.
        MOVE WS-EXC-COUNT TO WS-F-EXCEPTIONS.
        MOVE WS-OVERFLOW-COUNT TO WS-F-OVERFLOW.
        MOVE WS-DUP-CONTROL-COUNT TO WS-F-DUP-CONTROL.
        WRITE QA-MATCH-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-OVERFLOW-COUNT > 0
            WRITE QA-MATCH-RPT-LINE FROM WS-FTR-LINE-7
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBQAM' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-COMPARED-COUNT TO RL-COUNT-1
            MOVE WS-AGREED-COUNT TO RL-COUNT-2
            MOVE WS-DISAGREED-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE QA-MATCH-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
