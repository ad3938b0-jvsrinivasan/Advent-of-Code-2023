ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DETAIL-IN ASSIGN TO DYNAMIC WS-DETAIL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DTLIN-STATUS.
        SELECT EXTRACT-IN ASSIGN TO DYNAMIC WS-EXTRACT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTIN-STATUS.
        SELECT SUMMARY-IN ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMIN-STATUS.
        SELECT BALANCE-RPT ASSIGN TO 'BALRPT'
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
        SELECT OPTIONAL GEN-CATALOG ASSIGN TO 'GENCAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENCAT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD DETAIL-IN.
    01 BALANCE-RPT-LINE           PIC X(160).
    FD RUN-LOG.
    COPY 'runlgrec'.
    FD GEN-CATALOG.
    COPY 'gencrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-SUMIN-STATUS       PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-NAME-FIELDS.
        05 WS-DETAIL-NAME        PIC X(40) VALUE 'DTLRPT'.
        05 WS-EXTRACT-NAME       PIC X(40) VALUE 'EXTRPT'.
        05 WS-SUMMARY-NAME       PIC X(40) VALUE 'SUMRPT'.
    01 WS-GENERATION-FIELDS.
        05 WS-GEN-SELECT         PIC X(10) VALUE SPACES.
        05 WS-GEN-PARM-NAME      PIC X(08) VALUE 'CALGEN'.
        05 WS-GEN-TYPE           PIC X(08) VALUE SPACES.
        05 WS-GEN-MODE           PIC A VALUE SPACE.
            88 WS-GEN-RELATIVE              VALUE 'R'.
            88 WS-GEN-BY-DATE               VALUE 'D'.
        05 WS-GEN-BACK           PIC 9(3) VALUE 0.
        05 WS-GEN-DATE           PIC 9(8) VALUE 0.
        05 WS-GEN-NO             PIC 9(5) VALUE 0.
        05 WS-GEN-MATCH-COUNT    PIC 9(5) VALUE 0.
        05 WS-GEN-TARGET         PIC 9(5) VALUE 0.
        05 WS-GEN-FILE-NAME      PIC X(40) VALUE SPACES.
        05 WS-GEN-RUN-DATE       PIC 9(8) VALUE 0.
        05 WS-GEN-IX             PIC 9(2) VALUE 0.
        05 WS-GEN-BAD-SW         PIC A VALUE 'N'.
        05 WS-GEN-END-SW         PIC A VALUE 'N'.
        05 WS-GEN-EOF            PIC A VALUE 'N'.
        05 WS-GENCAT-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-TABLE.
        05 WS-FILE-ENTRY OCCURS 5000 TIMES.
            10 WS-FT-NAME            PIC X(80).
                15 FILLER        PIC X VALUE ':'.
                15 WS-H-SS       PIC 99.
            10 FILLER            PIC X(83) VALUE SPACES.
        05 WS-HDR-GEN-LINE.
            10 FILLER            PIC X(12) VALUE 'GENERATION: '.
            10 WS-H-GEN-NO       PIC 9(5).
            10 FILLER            PIC X(13) VALUE '   RUN DATE: '.
            10 WS-H-GEN-DATE     PIC 9999/99/99.
            10 FILLER            PIC X(92) VALUE SPACES.
        05 WS-BAL-LINE.
            10 WS-BL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-GEN-SELECT.
        ACCEPT WS-GEN-SELECT FROM ENVIRONMENT 'CALGEN'.
        IF WS-GEN-SELECT NOT = SPACES
            MOVE 'DTLRPT' TO WS-GEN-TYPE
            PERFORM 055-SELECT-GENERATION-RTN
            PERFORM 057-FIND-GEN-FILE-RTN
            MOVE WS-GEN-FILE-NAME TO WS-DETAIL-NAME
            MOVE 'EXTRPT' TO WS-GEN-TYPE
            PERFORM 057-FIND-GEN-FILE-RTN
            MOVE WS-GEN-FILE-NAME TO WS-EXTRACT-NAME
            MOVE 'SUMRPT' TO WS-GEN-TYPE
            PERFORM 057-FIND-GEN-FILE-RTN
            MOVE WS-GEN-FILE-NAME TO WS-SUMMARY-NAME
        END-IF.

        OPEN INPUT DETAIL-IN.
        IF WS-DTLIN-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN DETAIL REPORT '
            STOP RUN
        END-IF.

    055-SELECT-GENERATION-RTN.
        MOVE FUNCTION UPPER-CASE(WS-GEN-SELECT) TO WS-GEN-SELECT.
        MOVE 'N' TO WS-GEN-BAD-SW.
        MOVE 'N' TO WS-GEN-END-SW.
        MOVE 0 TO WS-GEN-BACK.
        MOVE 0 TO WS-GEN-DATE.
        MOVE 0 TO WS-GEN-TARGET.
        MOVE 0 TO WS-GEN-NO.
        EVALUATE TRUE
            WHEN WS-GEN-SELECT = 'CURRENT' OR WS-GEN-SELECT = '0'
                SET WS-GEN-RELATIVE TO TRUE
            WHEN WS-GEN-SELECT(1:1) = '-'
                SET WS-GEN-RELATIVE TO TRUE
                IF WS-GEN-SELECT(2:1) = SPACE
                    MOVE 'Y' TO WS-GEN-BAD-SW
                END-IF
                PERFORM VARYING WS-GEN-IX FROM 2 BY 1 UNTIL WS-GEN-IX > 10
                    EVALUATE TRUE
                        WHEN WS-GEN-SELECT(WS-GEN-IX:1) = SPACE
                            MOVE 'Y' TO WS-GEN-END-SW
                        WHEN WS-GEN-SELECT(WS-GEN-IX:1) >= '0'
                             AND WS-GEN-SELECT(WS-GEN-IX:1) <= '9'
                             AND WS-GEN-END-SW = 'N'
                             AND WS-GEN-IX < 5
                            COMPUTE WS-GEN-BACK = WS-GEN-BACK * 10
                                + FUNCTION NUMVAL(WS-GEN-SELECT(WS-GEN-IX:1))
                        WHEN OTHER
                            MOVE 'Y' TO WS-GEN-BAD-SW
                    END-EVALUATE
                END-PERFORM
            WHEN OTHER
                SET WS-GEN-BY-DATE TO TRUE
                IF WS-GEN-SELECT(1:8) NOT NUMERIC
                   OR WS-GEN-SELECT(9:2) NOT = SPACES
                    MOVE 'Y' TO WS-GEN-BAD-SW
                ELSE
                    MOVE WS-GEN-SELECT(1:8) TO WS-GEN-DATE
                END-IF
        END-EVALUATE.
        IF WS-GEN-BAD-SW = 'Y'
            DISPLAY 'ERROR: INVALID ' WS-GEN-PARM-NAME ' VALUE '
                    WS-GEN-SELECT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM 056-SCAN-CATALOG-RTN.
        IF WS-GEN-RELATIVE AND WS-GEN-BACK < WS-GEN-MATCH-COUNT
            COMPUTE WS-GEN-TARGET = WS-GEN-MATCH-COUNT - WS-GEN-BACK
            PERFORM 056-SCAN-CATALOG-RTN
        END-IF.
        IF WS-GEN-NO = 0
            DISPLAY 'ERROR: NO ' WS-GEN-TYPE ' GENERATION ON CATALOG FOR '
                    WS-GEN-PARM-NAME ' = ' WS-GEN-SELECT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    056-SCAN-CATALOG-RTN.
        MOVE 0 TO WS-GEN-MATCH-COUNT.
        OPEN INPUT GEN-CATALOG.
        IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN GENERATION CATALOG '
                    ' STATUS = ' WS-GENCAT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-GEN-EOF.
        PERFORM UNTIL WS-GEN-EOF = 'Y'
            READ GEN-CATALOG
            AT END MOVE 'Y' TO WS-GEN-EOF
            NOT AT END
                IF GC-OUTPUT-TYPE = WS-GEN-TYPE
                    ADD 1 TO WS-GEN-MATCH-COUNT
                    IF (WS-GEN-BY-DATE AND GC-RUN-DATE = WS-GEN-DATE)
                       OR (WS-GEN-RELATIVE
                           AND WS-GEN-MATCH-COUNT = WS-GEN-TARGET)
                        MOVE GC-GEN-NO TO WS-GEN-NO
                    END-IF
                END-IF
            END-READ
            IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '10'
                DISPLAY 'ERROR: GENERATION CATALOG READ FAILED, STATUS = '
                        WS-GENCAT-STATUS
                CLOSE GEN-CATALOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM.
        CLOSE GEN-CATALOG.

    057-FIND-GEN-FILE-RTN.
        MOVE SPACES TO WS-GEN-FILE-NAME.
        OPEN INPUT GEN-CATALOG.
        IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN GENERATION CATALOG '
                    ' STATUS = ' WS-GENCAT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-GEN-EOF.
        PERFORM UNTIL WS-GEN-EOF = 'Y'
            READ GEN-CATALOG
            AT END MOVE 'Y' TO WS-GEN-EOF
            NOT AT END
                IF GC-OUTPUT-TYPE = WS-GEN-TYPE
                   AND GC-GEN-NO = WS-GEN-NO
                    MOVE GC-FILE-NAME TO WS-GEN-FILE-NAME
                    MOVE GC-RUN-DATE TO WS-GEN-RUN-DATE
                END-IF
            END-READ
            IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '10'
                DISPLAY 'ERROR: GENERATION CATALOG READ FAILED, STATUS = '
                        WS-GENCAT-STATUS
                CLOSE GEN-CATALOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM.
        CLOSE GEN-CATALOG.
        IF WS-GEN-FILE-NAME = SPACES
            DISPLAY 'ERROR: ' WS-GEN-TYPE ' GENERATION ' WS-GEN-NO
                    ' NOT ON CATALOG'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY 'USING ' WS-GEN-TYPE ' GENERATION ' WS-GEN-NO ': '
                WS-GEN-FILE-NAME.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE BALANCE-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-GEN-SELECT NOT = SPACES
            MOVE WS-GEN-NO TO WS-H-GEN-NO
            MOVE WS-GEN-RUN-DATE TO WS-H-GEN-DATE
            WRITE BALANCE-RPT-LINE FROM WS-HDR-GEN-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        WRITE BALANCE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

