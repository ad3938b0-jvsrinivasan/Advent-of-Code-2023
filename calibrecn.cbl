IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBRECN.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL CALIB-MASTER ASSIGN TO 'CALIBMST'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT OPTIONAL HISTORY-IN ASSIGN TO 'EXTHIST'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTIN-STATUS.
        SELECT OPTIONAL ARCHIVE-IN ASSIGN TO 'ARCHFILE'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIN-STATUS.
        SELECT RECON-SORT ASSIGN TO 'SORTWK1'.
        SELECT RECON-RPT ASSIGN TO 'RECNRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD HISTORY-IN.
    COPY 'extrrec'.
    FD ARCHIVE-IN.
    COPY 'extrrec' REPLACING ==EXTRACT-REC== BY ==ARCHIVE-REC==
                             LEADING ==EX-== BY ==AR-==.
    SD RECON-SORT.
    01 RECON-SORT-REC.
        05 RS-RUN-DATE            PIC 9(08).
        05 RS-SOURCE-FILE         PIC X(80).
        05 RS-ORIGIN              PIC 9(01).
        05 RS-RECORD-TYPE         PIC X(01).
        05 RS-RECORD-COUNT        PIC 9(09).
        05 RS-CALIB-TOTAL         PIC 9(09).
        05 RS-DIGITS-TOTAL        PIC 9(09).
        05 RS-HOLD-DATE           PIC 9(08).
    FD RECON-RPT.
    01 RECON-RPT-LINE             PIC X(160).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-SORT-EOF           PIC A VALUE 'N'.
        05 WS-MASTER-READ        PIC 9(7) VALUE 0.
        05 WS-HIST-READ          PIC 9(7) VALUE 0.
        05 WS-ARCH-READ          PIC 9(7) VALUE 0.
        05 WS-SUPERSEDED-COUNT   PIC 9(7) VALUE 0.
        05 WS-DUP-KEY-COUNT      PIC 9(7) VALUE 0.
        05 WS-INVALID-COUNT      PIC 9(7) VALUE 0.
        05 WS-RANGE-SKIP-COUNT   PIC 9(7) VALUE 0.
        05 WS-KEY-COUNT          PIC 9(7) VALUE 0.
        05 WS-MATCHED-COUNT      PIC 9(7) VALUE 0.
        05 WS-ALL-THREE-COUNT    PIC 9(7) VALUE 0.
        05 WS-MST-HST-COUNT      PIC 9(7) VALUE 0.
        05 WS-HST-ARC-COUNT      PIC 9(7) VALUE 0.
        05 WS-HST-ONLY-COUNT     PIC 9(7) VALUE 0.
        05 WS-MST-ONLY-COUNT     PIC 9(7) VALUE 0.
        05 WS-ARC-ONLY-COUNT     PIC 9(7) VALUE 0.
        05 WS-MST-ARC-COUNT      PIC 9(7) VALUE 0.
        05 WS-FIGURE-DIFF-COUNT  PIC 9(7) VALUE 0.
        05 WS-TYPE-DIFF-COUNT    PIC 9(7) VALUE 0.
        05 WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
        05 WS-GRADE              PIC 9(2) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-K                  PIC 9(2) VALUE 0.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-HISTIN-STATUS      PIC XX VALUE SPACES.
        05 WS-ARCHIN-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-PARAMETER-FIELDS.
        05 WS-PARM-INPUT         PIC X(08) VALUE SPACES.
        05 WS-FROM-DATE          PIC 9(8) VALUE 0.
        05 WS-THRU-DATE          PIC 9(8) VALUE 99999999.
    01 WS-GROUP-FIELDS.
        05 WS-GRP-RUN-DATE       PIC 9(8) VALUE 0.
        05 WS-GRP-SOURCE-FILE    PIC X(80) VALUE SPACES.
        05 WS-GRP-ACTIVE-SW      PIC A VALUE 'N'.
        05 WS-PRESENCE.
            10 WS-PR-MASTER      PIC X(03).
            10 FILLER            PIC X(01) VALUE SPACE.
            10 WS-PR-HISTORY     PIC X(03).
            10 FILLER            PIC X(01) VALUE SPACE.
            10 WS-PR-ARCHIVE     PIC X(03).
        05 WS-KEY-EXCEPT-SW      PIC A VALUE 'N'.
            88 WS-KEY-EXCEPTION             VALUE 'Y'.
        05 WS-REASON             PIC X(40) VALUE SPACES.
        05 WS-SEVERITY           PIC 9(2) VALUE 0.
        05 WS-CMP-I              PIC 9 VALUE 0.
        05 WS-CMP-J              PIC 9 VALUE 0.
        05 WS-FIGURE-DIFF-SW     PIC A VALUE 'N'.
        05 WS-TYPE-DIFF-SW       PIC A VALUE 'N'.
    01 WS-SIDE-TABLE.
        05 WS-SIDE OCCURS 3 TIMES.
            10 WS-SD-PRESENT-SW  PIC A.
            10 WS-SD-TYPE        PIC X(01).
            10 WS-SD-RECORD-COUNT PIC 9(09).
            10 WS-SD-CALIB-TOTAL PIC 9(09).
            10 WS-SD-DIGITS-TOTAL PIC 9(09).
            10 WS-SD-HOLD-DATE   PIC 9(08).
    01 WS-SIDE-NAMES.
        05 FILLER                PIC X(08) VALUE 'MASTER  '.
        05 FILLER                PIC X(08) VALUE 'HISTORY '.
        05 FILLER                PIC X(08) VALUE 'ARCHIVE '.
    01 WS-SIDE-NAME-TABLE REDEFINES WS-SIDE-NAMES.
        05 WS-SIDE-NAME OCCURS 3 TIMES PIC X(08).
    01 WS-CONTROL-TOTALS.
        05 WS-CT-ENTRY OCCURS 3 TIMES.
            10 WS-CT-KEYS        PIC 9(9).
            10 WS-CT-RECORDS     PIC 9(12).
            10 WS-CT-CALIB       PIC 9(12).
            10 WS-CT-DIGITS      PIC 9(12).
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
            10 FILLER            PIC X(53)
                VALUE 'CALIBRATION MASTER / HISTORY / ARCHIVE RECONCILIATION'.
            10 FILLER            PIC X(79) VALUE SPACES.
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
            10 FILLER            PIC X(16) VALUE 'RUN DATE RANGE: '.
            10 WS-H-FROM-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-H-THRU-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(93) VALUE SPACES.
        05 WS-HDR-LINE-4.
            10 FILLER            PIC X(12) VALUE 'RUN DATE'.
            10 FILLER            PIC X(82) VALUE 'SOURCE FILE'.
            10 FILLER            PIC X(13) VALUE 'MST HST ARC'.
            10 FILLER            PIC X(40) VALUE 'EXCEPTION'.
            10 FILLER            PIC X(13) VALUE SPACES.
        05 WS-EXCEPTION-LINE.
            10 WS-EL-RUN-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-EL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-EL-PRESENCE    PIC X(11).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-EL-REASON      PIC X(40).
            10 FILLER            PIC X(13) VALUE SPACES.
        05 WS-SIDE-LINE.
            10 FILLER            PIC X(14) VALUE SPACES.
            10 WS-SL-NAME        PIC X(08).
            10 FILLER            PIC X(07) VALUE '  TYPE '.
            10 WS-SL-TYPE        PIC X(01).
            10 FILLER            PIC X(10) VALUE '  RECORDS '.
            10 WS-SL-RECORDS     PIC ZZZZZZZZ9.
            10 FILLER            PIC X(08) VALUE '  CALIB '.
            10 WS-SL-CALIB       PIC ZZZZZZZZ9.
            10 FILLER            PIC X(09) VALUE '  DIGITS '.
            10 WS-SL-DIGITS      PIC ZZZZZZZZ9.
            10 FILLER            PIC X(07) VALUE '  HOLD '.
            10 WS-SL-HOLD-DATE   PIC ZZZZZZZ9.
            10 FILLER            PIC X(61) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'MASTER RECORDS READ:          '.
            10 WS-F-MASTER-READ  PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'HISTORY RECORDS READ:         '.
            10 WS-F-HIST-READ    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'HISTORY SUPERSEDED BY ADJUST: '.
            10 WS-F-SUPERSEDED   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'ARCHIVE RECORDS READ:         '.
            10 WS-F-ARCH-READ    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'INVALID RECORDS SKIPPED:      '.
            10 WS-F-INVALID      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'OUTSIDE DATE RANGE:           '.
            10 WS-F-RANGE-SKIP   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'KEYS COMPARED:                '.
            10 WS-F-KEYS         PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-8.
            10 FILLER            PIC X(30) VALUE 'KEYS IN AGREEMENT:            '.
            10 WS-F-MATCHED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-9.
            10 FILLER            PIC X(30) VALUE '  MASTER AND HISTORY:         '.
            10 WS-F-MST-HST      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-10.
            10 FILLER            PIC X(30) VALUE '  HISTORY AND ARCHIVE:        '.
            10 WS-F-HST-ARC      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-11.
            10 FILLER            PIC X(30) VALUE '  ALL THREE:                  '.
            10 WS-F-ALL-THREE    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-12.
            10 FILLER            PIC X(30) VALUE '  HISTORY ONLY:               '.
            10 WS-F-HST-ONLY     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-13.
            10 FILLER            PIC X(30) VALUE '  MASTER ONLY:                '.
            10 WS-F-MST-ONLY     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-14.
            10 FILLER            PIC X(30) VALUE '  ARCHIVE ONLY:               '.
            10 WS-F-ARC-ONLY     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-15.
            10 FILLER            PIC X(30) VALUE '  MASTER AND ARCHIVE ONLY:    '.
            10 WS-F-MST-ARC      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-16.
            10 FILLER            PIC X(30) VALUE 'COUNT OR TOTAL DIFFERENCES:   '.
            10 WS-F-FIGURE-DIFF  PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-17.
            10 FILLER            PIC X(30) VALUE 'RECORD TYPE MISMATCHES:       '.
            10 WS-F-TYPE-DIFF    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-18.
            10 FILLER            PIC X(30) VALUE 'DUPLICATE KEYS IN ONE SOURCE: '.
            10 WS-F-DUP-KEYS     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-TOTAL-HDR-LINE.
            10 FILLER            PIC X(20) VALUE 'CONTROL TOTALS'.
            10 FILLER            PIC X(14) VALUE '          KEYS'.
            10 FILLER            PIC X(18) VALUE '           RECORDS'.
            10 FILLER            PIC X(18) VALUE '       CALIB TOTAL'.
            10 FILLER            PIC X(18) VALUE '      DIGITS TOTAL'.
            10 FILLER            PIC X(44) VALUE SPACES.
        05 WS-TOTAL-LINE.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-TL-NAME        PIC X(08).
            10 FILLER            PIC X(13) VALUE SPACES.
            10 WS-TL-KEYS        PIC ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-RECORDS     PIC ZZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-CALIB       PIC ZZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-DIGITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER            PIC X(44) VALUE SPACES.
        05 WS-VERDICT-LINE.
            10 FILLER            PIC X(22) VALUE 'RECONCILIATION GRADE: '.
            10 WS-V-GRADE        PIC Z9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-V-TEXT         PIC X(60).
            10 FILLER            PIC X(46) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    SORT RECON-SORT
        ON ASCENDING KEY RS-RUN-DATE RS-SOURCE-FILE RS-ORIGIN
        INPUT PROCEDURE IS 100-RELEASE-SOURCES-RTN
        OUTPUT PROCEDURE IS 200-MATCH-KEYS-RTN.
    EVALUATE TRUE
        WHEN WS-IO-ERROR
            MOVE 12 TO WS-GRADE
            MOVE 'INCOMPLETE - SOURCE FILE I/O ERROR' TO WS-V-TEXT
        WHEN WS-GRADE = 8
            MOVE 'OUT OF BALANCE - DIFFERENCES REQUIRE CORRECTION'
                TO WS-V-TEXT
        WHEN WS-GRADE = 4
            MOVE 'IN BALANCE WITH UNMATCHED HISTORY OR ARCHIVE KEYS'
                TO WS-V-TEXT
        WHEN OTHER
            MOVE 'IN BALANCE' TO WS-V-TEXT
    END-EVALUATE.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'RECONCILIATION COMPLETE, KEYS: ' WS-KEY-COUNT
            ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
            ' GRADE: ' WS-GRADE.
    MOVE WS-GRADE TO RETURN-CODE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALRECNFROM'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE WS-PARM-INPUT TO WS-FROM-DATE
            ELSE
                DISPLAY 'WARNING: INVALID CALRECNFROM VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALRECNTHRU'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE WS-PARM-INPUT TO WS-THRU-DATE
            ELSE
                DISPLAY 'WARNING: INVALID CALRECNTHRU VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.

        OPEN OUTPUT RECON-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN RECONCILIATION REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        INITIALIZE WS-CONTROL-TOTALS.

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
        WRITE RECON-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-HDR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-RELEASE-SOURCES-RTN.
        PERFORM 110-RELEASE-MASTER-RTN.
        PERFORM 120-RELEASE-HISTORY-RTN.
        PERFORM 130-RELEASE-ARCHIVE-RTN.

    110-RELEASE-MASTER-RTN.
        OPEN INPUT CALIB-MASTER.
        IF WS-MASTER-STATUS NOT = '00' AND WS-MASTER-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN CALIBRATION MASTER '
                    ' STATUS = ' WS-MASTER-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ CALIB-MASTER NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    IF CM-RECORD-COUNT NOT NUMERIC
                       OR CM-CALIB-TOTAL NOT NUMERIC
                       OR CM-DIGITS-TOTAL NOT NUMERIC
                        ADD 1 TO WS-INVALID-COUNT
                    ELSE
                        IF CM-RUN-DATE < WS-FROM-DATE
                           OR CM-RUN-DATE > WS-THRU-DATE
                            ADD 1 TO WS-RANGE-SKIP-COUNT
                        ELSE
                            MOVE CM-RUN-DATE TO RS-RUN-DATE
                            MOVE CM-SOURCE-FILE TO RS-SOURCE-FILE
                            MOVE 1 TO RS-ORIGIN
                            MOVE CM-RECORD-TYPE TO RS-RECORD-TYPE
                            MOVE CM-RECORD-COUNT TO RS-RECORD-COUNT
                            MOVE CM-CALIB-TOTAL TO RS-CALIB-TOTAL
                            MOVE CM-DIGITS-TOTAL TO RS-DIGITS-TOTAL
                            MOVE 0 TO RS-HOLD-DATE
                            IF CM-HOLD-DATE NUMERIC
                                MOVE CM-HOLD-DATE TO RS-HOLD-DATE
                            END-IF
                            RELEASE RECON-SORT-REC
                        END-IF
                    END-IF
                END-READ
                IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '10'
                    DISPLAY 'ERROR: MASTER READ FAILED, STATUS = '
                            WS-MASTER-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM
            CLOSE CALIB-MASTER
        END-IF.

    120-RELEASE-HISTORY-RTN.
        OPEN INPUT HISTORY-IN.
        IF WS-HISTIN-STATUS NOT = '00' AND WS-HISTIN-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN EXTRACT HISTORY '
                    ' STATUS = ' WS-HISTIN-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ HISTORY-IN
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-HIST-READ
                    IF EX-RUN-DATE NOT NUMERIC
                       OR EX-RECORD-COUNT NOT NUMERIC
                       OR EX-CALIB-TOTAL NOT NUMERIC
                       OR EX-DIGITS-TOTAL NOT NUMERIC
                       OR (NOT EX-DAILY-RECORD AND NOT EX-MONTH-RECORD
                           AND NOT EX-ADJUST-RECORD)
                        ADD 1 TO WS-INVALID-COUNT
                    ELSE
                        IF EX-RUN-DATE < WS-FROM-DATE
                           OR EX-RUN-DATE > WS-THRU-DATE
                            ADD 1 TO WS-RANGE-SKIP-COUNT
                        ELSE
                            MOVE EX-RUN-DATE TO RS-RUN-DATE
                            MOVE EX-SOURCE-FILE TO RS-SOURCE-FILE
                            MOVE 2 TO RS-ORIGIN
                            MOVE EX-RECORD-TYPE TO RS-RECORD-TYPE
                            MOVE EX-RECORD-COUNT TO RS-RECORD-COUNT
                            MOVE EX-CALIB-TOTAL TO RS-CALIB-TOTAL
                            MOVE EX-DIGITS-TOTAL TO RS-DIGITS-TOTAL
                            MOVE 0 TO RS-HOLD-DATE
                            RELEASE RECON-SORT-REC
                        END-IF
                    END-IF
                END-READ
                IF WS-HISTIN-STATUS NOT = '00'
                   AND WS-HISTIN-STATUS NOT = '04'
                   AND WS-HISTIN-STATUS NOT = '10'
                    DISPLAY 'ERROR: HISTORY READ FAILED, STATUS = '
                            WS-HISTIN-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM
            CLOSE HISTORY-IN
        END-IF.

    130-RELEASE-ARCHIVE-RTN.
        OPEN INPUT ARCHIVE-IN.
        IF WS-ARCHIN-STATUS NOT = '00' AND WS-ARCHIN-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN ARCHIVE FILE '
                    ' STATUS = ' WS-ARCHIN-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ ARCHIVE-IN
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ARCH-READ
                    IF AR-RUN-DATE NOT NUMERIC
                       OR AR-RECORD-COUNT NOT NUMERIC
                       OR AR-CALIB-TOTAL NOT NUMERIC
                       OR AR-DIGITS-TOTAL NOT NUMERIC
                        ADD 1 TO WS-INVALID-COUNT
                    ELSE
                        IF AR-RUN-DATE < WS-FROM-DATE
                           OR AR-RUN-DATE > WS-THRU-DATE
                            ADD 1 TO WS-RANGE-SKIP-COUNT
                        ELSE
                            MOVE AR-RUN-DATE TO RS-RUN-DATE
                            MOVE AR-SOURCE-FILE TO RS-SOURCE-FILE
                            MOVE 3 TO RS-ORIGIN
                            MOVE AR-RECORD-TYPE TO RS-RECORD-TYPE
                            MOVE AR-RECORD-COUNT TO RS-RECORD-COUNT
                            MOVE AR-CALIB-TOTAL TO RS-CALIB-TOTAL
                            MOVE AR-DIGITS-TOTAL TO RS-DIGITS-TOTAL
                            MOVE 0 TO RS-HOLD-DATE
                            RELEASE RECON-SORT-REC
                        END-IF
                    END-IF
                END-READ
                IF WS-ARCHIN-STATUS NOT = '00'
                   AND WS-ARCHIN-STATUS NOT = '04'
                   AND WS-ARCHIN-STATUS NOT = '10'
                    DISPLAY 'ERROR: ARCHIVE READ FAILED, STATUS = '
                            WS-ARCHIN-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM
            CLOSE ARCHIVE-IN
        END-IF.

    200-MATCH-KEYS-RTN.
        MOVE 'N' TO WS-GRP-ACTIVE-SW.
        MOVE 'N' TO WS-SORT-EOF.
        PERFORM UNTIL WS-SORT-EOF = 'Y'
            RETURN RECON-SORT
            AT END MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                IF WS-GRP-ACTIVE-SW = 'Y'
                   AND (RS-RUN-DATE NOT = WS-GRP-RUN-DATE
                        OR RS-SOURCE-FILE NOT = WS-GRP-SOURCE-FILE)
                    PERFORM 210-FINISH-KEY-RTN
                END-IF
                IF WS-GRP-ACTIVE-SW = 'N'
                    PERFORM 205-START-KEY-RTN
                END-IF
                PERFORM 220-ADD-TO-KEY-RTN
            END-RETURN
        END-PERFORM.
        IF WS-GRP-ACTIVE-SW = 'Y'
            PERFORM 210-FINISH-KEY-RTN
        END-IF.

    205-START-KEY-RTN.
        MOVE 'Y' TO WS-GRP-ACTIVE-SW.
        MOVE RS-RUN-DATE TO WS-GRP-RUN-DATE.
        MOVE RS-SOURCE-FILE TO WS-GRP-SOURCE-FILE.
        INITIALIZE WS-SIDE-TABLE.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            MOVE 'N' TO WS-SD-PRESENT-SW(WS-K)
        END-PERFORM.

    210-FINISH-KEY-RTN.
        ADD 1 TO WS-KEY-COUNT.
        MOVE 'N' TO WS-GRP-ACTIVE-SW.
        MOVE 'N' TO WS-KEY-EXCEPT-SW.
        MOVE '---' TO WS-PR-MASTER WS-PR-HISTORY WS-PR-ARCHIVE.
        IF WS-SD-PRESENT-SW(1) = 'Y'
            MOVE 'MST' TO WS-PR-MASTER
        END-IF.
        IF WS-SD-PRESENT-SW(2) = 'Y'
            MOVE 'HST' TO WS-PR-HISTORY
        END-IF.
        IF WS-SD-PRESENT-SW(3) = 'Y'
            MOVE 'ARC' TO WS-PR-ARCHIVE
        END-IF.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            IF WS-SD-PRESENT-SW(WS-K) = 'Y'
                ADD 1 TO WS-CT-KEYS(WS-K)
                ADD WS-SD-RECORD-COUNT(WS-K) TO WS-CT-RECORDS(WS-K)
                ADD WS-SD-CALIB-TOTAL(WS-K) TO WS-CT-CALIB(WS-K)
                ADD WS-SD-DIGITS-TOTAL(WS-K) TO WS-CT-DIGITS(WS-K)
            END-IF
        END-PERFORM.

        EVALUATE WS-PRESENCE
            WHEN 'MST HST ARC'
                ADD 1 TO WS-ALL-THREE-COUNT
                IF WS-SD-HOLD-DATE(1) = 0
                    MOVE 'IN MASTER AND ARCHIVE' TO WS-REASON
                    MOVE 8 TO WS-SEVERITY
                    PERFORM 260-WRITE-EXCEPTION-RTN
                END-IF
                MOVE 1 TO WS-CMP-I
                MOVE 2 TO WS-CMP-J
                PERFORM 250-COMPARE-SIDES-RTN
                MOVE 3 TO WS-CMP-I
                PERFORM 250-COMPARE-SIDES-RTN
            WHEN 'MST HST ---'
                ADD 1 TO WS-MST-HST-COUNT
                MOVE 1 TO WS-CMP-I
                MOVE 2 TO WS-CMP-J
                PERFORM 250-COMPARE-SIDES-RTN
            WHEN '--- HST ARC'
                ADD 1 TO WS-HST-ARC-COUNT
                MOVE 3 TO WS-CMP-I
                MOVE 2 TO WS-CMP-J
                PERFORM 250-COMPARE-SIDES-RTN
            WHEN '--- HST ---'
                ADD 1 TO WS-HST-ONLY-COUNT
                MOVE 'HISTORY ONLY' TO WS-REASON
                MOVE 4 TO WS-SEVERITY
                PERFORM 260-WRITE-EXCEPTION-RTN
            WHEN 'MST --- ---'
                ADD 1 TO WS-MST-ONLY-COUNT
                MOVE 'MASTER ONLY - NO HISTORY' TO WS-REASON
                MOVE 8 TO WS-SEVERITY
                PERFORM 260-WRITE-EXCEPTION-RTN
            WHEN '--- --- ARC'
                ADD 1 TO WS-ARC-ONLY-COUNT
                MOVE 'ARCHIVE ONLY - NO HISTORY' TO WS-REASON
                MOVE 4 TO WS-SEVERITY
                PERFORM 260-WRITE-EXCEPTION-RTN
            WHEN OTHER
                ADD 1 TO WS-MST-ARC-COUNT
                MOVE 'MASTER AND ARCHIVE - NO HISTORY' TO WS-REASON
                MOVE 8 TO WS-SEVERITY
                PERFORM 260-WRITE-EXCEPTION-RTN
                MOVE 1 TO WS-CMP-I
                MOVE 3 TO WS-CMP-J
                PERFORM 250-COMPARE-SIDES-RTN
        END-EVALUATE.

        IF WS-KEY-EXCEPTION
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                IF WS-SD-PRESENT-SW(WS-K) = 'Y'
                    PERFORM 270-WRITE-SIDE-RTN
                END-IF
            END-PERFORM
        ELSE
            ADD 1 TO WS-MATCHED-COUNT
        END-IF.

    220-ADD-TO-KEY-RTN.
        IF WS-SD-PRESENT-SW(RS-ORIGIN) = 'Y'
            IF RS-ORIGIN = 2
                IF RS-RECORD-TYPE = 'A'
                    ADD 1 TO WS-SUPERSEDED-COUNT
                    PERFORM 230-STORE-SIDE-RTN
                ELSE
                    IF WS-SD-TYPE(2) = 'A'
                        ADD 1 TO WS-SUPERSEDED-COUNT
                    ELSE
                        ADD 1 TO WS-DUP-KEY-COUNT
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-DUP-KEY-COUNT
            END-IF
        ELSE
            PERFORM 230-STORE-SIDE-RTN
        END-IF.

    230-STORE-SIDE-RTN.
        MOVE 'Y' TO WS-SD-PRESENT-SW(RS-ORIGIN).
        MOVE RS-RECORD-TYPE TO WS-SD-TYPE(RS-ORIGIN).
        MOVE RS-RECORD-COUNT TO WS-SD-RECORD-COUNT(RS-ORIGIN).
        MOVE RS-CALIB-TOTAL TO WS-SD-CALIB-TOTAL(RS-ORIGIN).
        MOVE RS-DIGITS-TOTAL TO WS-SD-DIGITS-TOTAL(RS-ORIGIN).
        MOVE RS-HOLD-DATE TO WS-SD-HOLD-DATE(RS-ORIGIN).

    250-COMPARE-SIDES-RTN.
        IF WS-SD-TYPE(WS-CMP-I) NOT = WS-SD-TYPE(WS-CMP-J)
            ADD 1 TO WS-TYPE-DIFF-COUNT
            MOVE SPACES TO WS-REASON
            STRING 'RECORD TYPE MISMATCH ' DELIMITED BY SIZE
                   WS-SIDE-NAME(WS-CMP-I) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-SIDE-NAME(WS-CMP-J) DELIMITED BY SPACE
                INTO WS-REASON
            MOVE 8 TO WS-SEVERITY
            PERFORM 260-WRITE-EXCEPTION-RTN
        END-IF.
        IF WS-SD-RECORD-COUNT(WS-CMP-I)
               NOT = WS-SD-RECORD-COUNT(WS-CMP-J)
           OR WS-SD-CALIB-TOTAL(WS-CMP-I)
               NOT = WS-SD-CALIB-TOTAL(WS-CMP-J)
           OR WS-SD-DIGITS-TOTAL(WS-CMP-I)
               NOT = WS-SD-DIGITS-TOTAL(WS-CMP-J)
            ADD 1 TO WS-FIGURE-DIFF-COUNT
            MOVE SPACES TO WS-REASON
            STRING 'TOTALS DIFFER ' DELIMITED BY SIZE
                   WS-SIDE-NAME(WS-CMP-I) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-SIDE-NAME(WS-CMP-J) DELIMITED BY SPACE
                INTO WS-REASON
            MOVE 8 TO WS-SEVERITY
            PERFORM 260-WRITE-EXCEPTION-RTN
        END-IF.

    260-WRITE-EXCEPTION-RTN.
        SET WS-KEY-EXCEPTION TO TRUE.
        ADD 1 TO WS-EXCEPTION-COUNT.
        IF WS-SEVERITY > WS-GRADE
            MOVE WS-SEVERITY TO WS-GRADE
        END-IF.
        MOVE WS-GRP-RUN-DATE TO WS-EL-RUN-DATE.
        MOVE WS-GRP-SOURCE-FILE TO WS-EL-SOURCE-FILE.
        MOVE WS-PRESENCE TO WS-EL-PRESENCE.
        MOVE WS-REASON TO WS-EL-REASON.
        WRITE RECON-RPT-LINE FROM WS-EXCEPTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    270-WRITE-SIDE-RTN.
        MOVE WS-SIDE-NAME(WS-K) TO WS-SL-NAME.
        MOVE WS-SD-TYPE(WS-K) TO WS-SL-TYPE.
        MOVE WS-SD-RECORD-COUNT(WS-K) TO WS-SL-RECORDS.
        MOVE WS-SD-CALIB-TOTAL(WS-K) TO WS-SL-CALIB.
        MOVE WS-SD-DIGITS-TOTAL(WS-K) TO WS-SL-DIGITS.
        MOVE WS-SD-HOLD-DATE(WS-K) TO WS-SL-HOLD-DATE.
        WRITE RECON-RPT-LINE FROM WS-SIDE-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-MASTER-READ TO WS-F-MASTER-READ.
        MOVE WS-HIST-READ TO WS-F-HIST-READ.
        MOVE WS-SUPERSEDED-COUNT TO WS-F-SUPERSEDED.
        MOVE WS-ARCH-READ TO WS-F-ARCH-READ.
        MOVE WS-INVALID-COUNT TO WS-F-INVALID.
        MOVE WS-RANGE-SKIP-COUNT TO WS-F-RANGE-SKIP.
        MOVE WS-KEY-COUNT TO WS-F-KEYS.
        MOVE WS-MATCHED-COUNT TO WS-F-MATCHED.
        MOVE WS-MST-HST-COUNT TO WS-F-MST-HST.
        MOVE WS-HST-ARC-COUNT TO WS-F-HST-ARC.
        MOVE WS-ALL-THREE-COUNT TO WS-F-ALL-THREE.
        MOVE WS-HST-ONLY-COUNT TO WS-F-HST-ONLY.
        MOVE WS-MST-ONLY-COUNT TO WS-F-MST-ONLY.
        MOVE WS-ARC-ONLY-COUNT TO WS-F-ARC-ONLY.
        MOVE WS-MST-ARC-COUNT TO WS-F-MST-ARC.
        MOVE WS-FIGURE-DIFF-COUNT TO WS-F-FIGURE-DIFF.
        MOVE WS-TYPE-DIFF-COUNT TO WS-F-TYPE-DIFF.
        MOVE WS-DUP-KEY-COUNT TO WS-F-DUP-KEYS.
        WRITE RECON-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-9.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-10.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-11.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-12.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-13.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-14.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-15.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-16.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-17.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-FTR-LINE-18.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-TOTAL-HDR-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            MOVE WS-SIDE-NAME(WS-K) TO WS-TL-NAME
            MOVE WS-CT-KEYS(WS-K) TO WS-TL-KEYS
            MOVE WS-CT-RECORDS(WS-K) TO WS-TL-RECORDS
            MOVE WS-CT-CALIB(WS-K) TO WS-TL-CALIB
            MOVE WS-CT-DIGITS(WS-K) TO WS-TL-DIGITS
            WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.
        MOVE WS-GRADE TO WS-V-GRADE.
        WRITE RECON-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECON-RPT-LINE FROM WS-VERDICT-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBRECN' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-KEY-COUNT TO RL-COUNT-1
            MOVE WS-MATCHED-COUNT TO RL-COUNT-2
            MOVE WS-EXCEPTION-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE RECON-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
