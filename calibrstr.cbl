IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBRSTR.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REQUEST-FILE ASSIGN TO 'RSTCARDS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
        SELECT ARCHIVE-IN ASSIGN TO 'ARCHFILE'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
        SELECT OPTIONAL CALIB-MASTER ASSIGN TO 'CALIBMST'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT RESTORE-RPT ASSIGN TO 'RSTRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO 'CALJRNL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD REQUEST-FILE.
    01 REQUEST-REC.
        05 RQ-FROM-DATE           PIC X(08).
        05 RQ-THRU-DATE           PIC X(08).
        05 RQ-SOURCE-MASK         PIC X(80).
        05 RQ-RECORD-TYPE         PIC X(01).
    FD ARCHIVE-IN.
    COPY 'extrrec'.
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD RESTORE-RPT.
    01 RESTORE-RPT-LINE           PIC X(160).
    FD CHANGE-JOURNAL.
    COPY 'jrnlrec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-REQ-EOF            PIC A VALUE 'N'.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-REQUEST-COUNT      PIC 9(5) VALUE 0.
        05 WS-BAD-REQUEST-COUNT  PIC 9(5) VALUE 0.
        05 WS-READ-COUNT         PIC 9(7) VALUE 0.
        05 WS-RESTORE-COUNT      PIC 9(7) VALUE 0.
        05 WS-REPLACE-COUNT      PIC 9(7) VALUE 0.
        05 WS-SKIP-COUNT         PIC 9(7) VALUE 0.
        05 WS-INVALID-COUNT      PIC 9(7) VALUE 0.
        05 WS-CONFLICT-COUNT     PIC 9(7) VALUE 0.
        05 WS-RESTORED-TOTAL     PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-MATCH-SW           PIC A VALUE 'N'.
            88 WS-RECORD-MATCHES            VALUE 'Y'.
        05 WS-MASK-LENGTH        PIC 9(3) VALUE 0.
        05 WS-COUNT              PIC 9(3) VALUE 0.
        05 WS-PREFIX-LENGTH      PIC 9(3) VALUE 0.
        05 WS-MASK-WILD-SW       PIC A VALUE 'N'.
            88 WS-MASK-WILDCARD             VALUE 'Y'.
        05 WS-HOLD-DAYS          PIC 9(3) VALUE 90.
        05 WS-DAYS-INPUT         PIC X(3) VALUE SPACES.
        05 WS-DAYS-BAD-SW        PIC A VALUE 'N'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-HOLD-DATE          PIC 9(8) VALUE 0.
        05 WS-REQ-STATUS         PIC XX VALUE SPACES.
        05 WS-ARCH-STATUS        PIC XX VALUE SPACES.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-JRNL-STATUS        PIC XX VALUE SPACES.
        05 WS-AFTER-IMAGE        PIC X(140) VALUE SPACES.
    01 WS-MODE-SWITCHES.
        05 WS-REPLACE-MODE-SW    PIC A VALUE 'N'.
            88 WS-REPLACE-MODE              VALUE 'Y'.
    01 WS-REQUEST-WORK.
        05 WS-RQ-FROM-DATE       PIC X(08).
        05 WS-RQ-THRU-DATE       PIC X(08).
        05 WS-RQ-SOURCE-MASK     PIC X(80).
        05 WS-RQ-RECORD-TYPE     PIC X(01).
    01 WS-CARD-TABLE.
        05 WS-CARD-MAX           PIC 9(3) VALUE 50.
        05 WS-CARD-COUNT         PIC 9(3) VALUE 0.
        05 WS-CX                 PIC 9(3) VALUE 0.
        05 WS-CARD-ENTRY OCCURS 50 TIMES.
            10 WS-CT-FROM-DATE   PIC 9(08).
            10 WS-CT-THRU-DATE   PIC 9(08).
            10 WS-CT-SOURCE-MASK PIC X(80).
            10 WS-CT-RECORD-TYPE PIC X(01).
            10 WS-CT-MASK-LENGTH PIC 9(03).
            10 WS-CT-PREFIX-LEN  PIC 9(03).
            10 WS-CT-WILD-SW     PIC A.
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
                VALUE 'CALIBRATION MASTER RESTORE REPORT'.
            10 FILLER            PIC X(120) VALUE SPACES.
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
            10 FILLER            PIC X(111) VALUE SPACES.
        05 WS-HDR-LINE-3.
            10 FILLER            PIC X(14) VALUE 'REPLACE MODE: '.
            10 WS-H-REPLACE-MODE PIC X(01).
            10 FILLER            PIC X(05) VALUE SPACES.
            10 FILLER            PIC X(11) VALUE 'HOLD DAYS: '.
            10 WS-H-HOLD-DAYS    PIC ZZ9.
            10 FILLER            PIC X(05) VALUE SPACES.
            10 FILLER            PIC X(11) VALUE 'HOLD DATE: '.
            10 WS-H-HOLD-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(100) VALUE SPACES.
        05 WS-REQUEST-LINE.
            10 FILLER            PIC X(09) VALUE 'REQUEST: '.
            10 WS-RL-FROM-DATE   PIC 9999/99/99.
            10 FILLER            PIC X(03) VALUE ' - '.
            10 WS-RL-THRU-DATE   PIC 9999/99/99.
            10 FILLER            PIC X(08) VALUE '  MASK: '.
            10 WS-RL-MASK        PIC X(80).
            10 FILLER            PIC X(08) VALUE '  TYPE: '.
            10 WS-RL-TYPE        PIC X(03).
            10 FILLER            PIC X(29) VALUE SPACES.
        05 WS-BAD-REQUEST-LINE.
            10 FILLER            PIC X(40)
                VALUE 'REQUEST SKIPPED - INVALID DATE RANGE'.
            10 FILLER            PIC X(120) VALUE SPACES.
        05 WS-FULL-REQUEST-LINE.
            10 FILLER            PIC X(40)
                VALUE 'REQUEST SKIPPED - CARD TABLE FULL'.
            10 FILLER            PIC X(120) VALUE SPACES.
        05 WS-DETAIL-LINE.
            10 WS-DL-ACTION      PIC X(10).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-RUN-DATE    PIC X(10).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-TYPE        PIC X(01).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-REC-COUNT   PIC ZZZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-CALIB-TOT   PIC ZZZZZZZZ9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-REASON      PIC X(29).
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'SELECTION CARDS ACCEPTED:     '.
            10 WS-F-CARD-COUNT   PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'SELECTION CARDS SKIPPED:      '.
            10 WS-F-BAD-CARDS    PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'ARCHIVE RECORDS READ:         '.
            10 WS-F-READ-COUNT   PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'RECORDS RESTORED:             '.
            10 WS-F-RESTORE      PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'RECORDS REPLACED:             '.
            10 WS-F-REPLACE      PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'RECORDS CONFLICTING:          '.
            10 WS-F-CONFLICT     PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'RECORDS SKIPPED (NOT SELECTED)'.
            10 WS-F-SKIP         PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-FTR-LINE-8.
            10 FILLER            PIC X(30) VALUE 'RECORDS SKIPPED (INVALID):    '.
            10 WS-F-INVALID      PIC ZZZZZZ9.
            10 FILLER            PIC X(123) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(160) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM UNTIL WS-REQ-EOF = 'Y'
        READ REQUEST-FILE
        AT END MOVE 'Y' TO WS-REQ-EOF
        NOT AT END
            IF REQUEST-REC NOT = SPACES
                ADD 1 TO WS-REQUEST-COUNT
                MOVE REQUEST-REC TO WS-REQUEST-WORK
                PERFORM 100-LOAD-REQUEST-RTN
            END-IF
        END-READ
        IF WS-REQ-STATUS NOT = '00'
           AND WS-REQ-STATUS NOT = '04'
           AND WS-REQ-STATUS NOT = '10'
            DISPLAY 'ERROR: REQUEST READ FAILED, STATUS = '
                    WS-REQ-STATUS
            SET WS-IO-ERROR TO TRUE
            MOVE 'Y' TO WS-REQ-EOF
        END-IF
    END-PERFORM.
    IF WS-CARD-COUNT > 0 AND NOT WS-IO-ERROR
        PERFORM 300-RESTORE-RTN
    END-IF.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    COMPUTE WS-RESTORED-TOTAL = WS-RESTORE-COUNT + WS-REPLACE-COUNT.
    DISPLAY 'RESTORE COMPLETE, READ: ' WS-READ-COUNT
            ' RESTORED: ' WS-RESTORE-COUNT
            ' REPLACED: ' WS-REPLACE-COUNT
            ' CONFLICTS: ' WS-CONFLICT-COUNT.
    IF WS-IO-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-CARD-COUNT = 0
            DISPLAY 'ERROR: NO VALID SELECTION CARDS, NOTHING RESTORED'
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-BAD-REQUEST-COUNT > 0
               OR WS-CONFLICT-COUNT > 0
               OR WS-INVALID-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE 'N' TO WS-REPLACE-MODE-SW.
        ACCEPT WS-REPLACE-MODE-SW FROM ENVIRONMENT 'CALRSTREPL'.
        IF WS-REPLACE-MODE-SW NOT = 'Y'
            MOVE 'N' TO WS-REPLACE-MODE-SW
        END-IF.

        MOVE SPACES TO WS-DAYS-INPUT.
        ACCEPT WS-DAYS-INPUT FROM ENVIRONMENT 'CALRSTDAYS'.
        IF WS-DAYS-INPUT NOT = SPACES
            PERFORM 055-CHECK-DAYS-INPUT-RTN
            IF WS-DAYS-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALRSTDAYS VALUE '
                        WS-DAYS-INPUT ', USING DEFAULT'
            ELSE
                MOVE FUNCTION NUMVAL(WS-DAYS-INPUT)
                    TO WS-HOLD-DAYS
            END-IF
        END-IF.
        IF WS-HOLD-DAYS = 0
            MOVE 90 TO WS-HOLD-DAYS
        END-IF.
        COMPUTE WS-HOLD-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-HOLD-DAYS).

        OPEN INPUT REQUEST-FILE.
        IF WS-REQ-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN RESTORE SELECTION FILE '
                    ' STATUS = ' WS-REQ-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT RESTORE-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN RESTORE CONTROL REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE REQUEST-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    055-CHECK-DAYS-INPUT-RTN.
        MOVE 'N' TO WS-DAYS-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            IF WS-DAYS-INPUT(WS-K:1) NOT = SPACE
               AND (WS-DAYS-INPUT(WS-K:1) < '0'
                    OR WS-DAYS-INPUT(WS-K:1) > '9')
                MOVE 'Y' TO WS-DAYS-BAD-SW
            END-IF
        END-PERFORM.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-REPLACE-MODE-SW TO WS-H-REPLACE-MODE.
        MOVE WS-HOLD-DAYS TO WS-H-HOLD-DAYS.
        MOVE WS-HOLD-DATE TO WS-H-HOLD-DATE.
        WRITE RESTORE-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-REQUEST-RTN.
        IF WS-RQ-FROM-DATE NOT NUMERIC
           OR WS-RQ-THRU-DATE NOT NUMERIC
           OR WS-RQ-FROM-DATE > WS-RQ-THRU-DATE
            ADD 1 TO WS-BAD-REQUEST-COUNT
            WRITE RESTORE-RPT-LINE FROM WS-BAD-REQUEST-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        ELSE
            IF WS-CARD-COUNT >= WS-CARD-MAX
                ADD 1 TO WS-BAD-REQUEST-COUNT
                WRITE RESTORE-RPT-LINE FROM WS-FULL-REQUEST-LINE
                PERFORM 950-CHECK-RPT-STATUS-RTN
            ELSE
                PERFORM 150-SET-MASK-RTN
                ADD 1 TO WS-CARD-COUNT
                MOVE FUNCTION NUMVAL(WS-RQ-FROM-DATE)
                    TO WS-CT-FROM-DATE(WS-CARD-COUNT)
                MOVE FUNCTION NUMVAL(WS-RQ-THRU-DATE)
                    TO WS-CT-THRU-DATE(WS-CARD-COUNT)
                MOVE WS-RQ-SOURCE-MASK
                    TO WS-CT-SOURCE-MASK(WS-CARD-COUNT)
                MOVE WS-RQ-RECORD-TYPE
                    TO WS-CT-RECORD-TYPE(WS-CARD-COUNT)
                MOVE WS-MASK-LENGTH TO WS-CT-MASK-LENGTH(WS-CARD-COUNT)
                MOVE WS-PREFIX-LENGTH TO WS-CT-PREFIX-LEN(WS-CARD-COUNT)
                MOVE WS-MASK-WILD-SW TO WS-CT-WILD-SW(WS-CARD-COUNT)
                PERFORM 200-WRITE-REQUEST-HDR-RTN
            END-IF
        END-IF.

    150-SET-MASK-RTN.
        MOVE 'N' TO WS-MASK-WILD-SW.
        MOVE 0 TO WS-PREFIX-LENGTH.
        MOVE 0 TO WS-COUNT.
        INSPECT FUNCTION REVERSE(WS-RQ-SOURCE-MASK)
            TALLYING WS-COUNT FOR LEADING SPACE.
        SUBTRACT WS-COUNT FROM FUNCTION LENGTH(WS-RQ-SOURCE-MASK)
            GIVING WS-MASK-LENGTH.
        IF WS-MASK-LENGTH > 0
           AND WS-RQ-SOURCE-MASK(WS-MASK-LENGTH:1) = '*'
            SET WS-MASK-WILDCARD TO TRUE
            SUBTRACT 1 FROM WS-MASK-LENGTH GIVING WS-PREFIX-LENGTH
        END-IF.

    200-WRITE-REQUEST-HDR-RTN.
        MOVE FUNCTION NUMVAL(WS-RQ-FROM-DATE) TO WS-RL-FROM-DATE.
        MOVE FUNCTION NUMVAL(WS-RQ-THRU-DATE) TO WS-RL-THRU-DATE.
        IF WS-MASK-LENGTH = 0
            MOVE 'ALL' TO WS-RL-MASK
        ELSE
            MOVE WS-RQ-SOURCE-MASK TO WS-RL-MASK
        END-IF.
        IF WS-RQ-RECORD-TYPE = SPACE
            MOVE 'ALL' TO WS-RL-TYPE
        ELSE
            MOVE WS-RQ-RECORD-TYPE TO WS-RL-TYPE
        END-IF.
        WRITE RESTORE-RPT-LINE FROM WS-REQUEST-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    300-RESTORE-RTN.
        OPEN INPUT ARCHIVE-IN.
        IF WS-ARCH-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN ARCHIVE FILE '
                    ' STATUS = ' WS-ARCH-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            OPEN I-O CALIB-MASTER
            IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '05'
                DISPLAY 'ERROR: UNABLE TO OPEN CALIBRATION MASTER '
                        ' STATUS = ' WS-MASTER-STATUS
                SET WS-IO-ERROR TO TRUE
                CLOSE ARCHIVE-IN
            ELSE
                OPEN EXTEND CHANGE-JOURNAL
                IF WS-JRNL-STATUS NOT = '00'
                   AND WS-JRNL-STATUS NOT = '05'
                    DISPLAY 'ERROR: UNABLE TO OPEN CHANGE JOURNAL '
                            ' STATUS = ' WS-JRNL-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                ELSE
                    MOVE 'N' TO WS-EOF
                END-IF
                WRITE RESTORE-RPT-LINE FROM WS-BLANK-LINE
                PERFORM 950-CHECK-RPT-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ ARCHIVE-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        PERFORM 320-EXAMINE-ARCHIVE-RTN
                    END-READ
                    IF WS-ARCH-STATUS NOT = '00'
                       AND WS-ARCH-STATUS NOT = '04'
                       AND WS-ARCH-STATUS NOT = '10'
                        DISPLAY 'ERROR: ARCHIVE READ FAILED, STATUS = '
                                WS-ARCH-STATUS
                        SET WS-IO-ERROR TO TRUE
                        MOVE 'Y' TO WS-EOF
                    END-IF
                END-PERFORM
                CLOSE ARCHIVE-IN
                      CALIB-MASTER
                      CHANGE-JOURNAL
            END-IF
        END-IF.

    320-EXAMINE-ARCHIVE-RTN.
        IF NOT EX-DAILY-RECORD AND NOT EX-MONTH-RECORD
           AND NOT EX-ADJUST-RECORD
           OR EX-RUN-DATE NOT NUMERIC
           OR EX-RECORD-COUNT NOT NUMERIC
           OR EX-CALIB-TOTAL NOT NUMERIC
           OR EX-DIGITS-TOTAL NOT NUMERIC
            ADD 1 TO WS-INVALID-COUNT
            MOVE 'SKIPPED' TO WS-DL-ACTION
            MOVE 'INVALID ARCHIVE RECORD' TO WS-DL-REASON
            PERFORM 450-WRITE-DETAIL-RTN
        ELSE
            MOVE 'N' TO WS-MATCH-SW
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-CARD-COUNT OR WS-RECORD-MATCHES
                PERFORM 350-TEST-RECORD-RTN
            END-PERFORM
            IF WS-RECORD-MATCHES
                PERFORM 400-RESTORE-RECORD-RTN
            ELSE
                ADD 1 TO WS-SKIP-COUNT
            END-IF
        END-IF.

    350-TEST-RECORD-RTN.
        IF EX-RUN-DATE < WS-CT-FROM-DATE(WS-CX)
           OR EX-RUN-DATE > WS-CT-THRU-DATE(WS-CX)
            CONTINUE
        ELSE
            IF WS-CT-RECORD-TYPE(WS-CX) NOT = SPACE
               AND WS-CT-RECORD-TYPE(WS-CX) NOT = EX-RECORD-TYPE
                CONTINUE
            ELSE
                MOVE WS-CT-PREFIX-LEN(WS-CX) TO WS-PREFIX-LENGTH
                EVALUATE TRUE
                    WHEN WS-CT-MASK-LENGTH(WS-CX) = 0
                        SET WS-RECORD-MATCHES TO TRUE
                    WHEN WS-CT-WILD-SW(WS-CX) = 'Y'
                        IF WS-PREFIX-LENGTH = 0
                            SET WS-RECORD-MATCHES TO TRUE
                        ELSE
                            IF EX-SOURCE-FILE(1:WS-PREFIX-LENGTH) =
                               WS-CT-SOURCE-MASK(WS-CX)
                                   (1:WS-PREFIX-LENGTH)
                                SET WS-RECORD-MATCHES TO TRUE
                            END-IF
                        END-IF
                    WHEN EX-SOURCE-FILE = WS-CT-SOURCE-MASK(WS-CX)
                        SET WS-RECORD-MATCHES TO TRUE
                END-EVALUATE
            END-IF
        END-IF.

    400-RESTORE-RECORD-RTN.
        MOVE EX-RUN-DATE TO CM-RUN-DATE.
        MOVE EX-SOURCE-FILE TO CM-SOURCE-FILE.
        MOVE EX-RECORD-TYPE TO CM-RECORD-TYPE.
        MOVE EX-RECORD-COUNT TO CM-RECORD-COUNT.
        MOVE EX-CALIB-TOTAL TO CM-CALIB-TOTAL.
        MOVE EX-DIGITS-TOTAL TO CM-DIGITS-TOTAL.
        MOVE WS-RUN-DATE TO CM-POSTED-DATE.
        MOVE WS-RUN-TIME TO CM-POSTED-TIME.
        MOVE WS-HOLD-DATE TO CM-HOLD-DATE.
        WRITE MASTER-REC.
        EVALUATE WS-MASTER-STATUS
            WHEN '00'
                ADD 1 TO WS-RESTORE-COUNT
                MOVE 'RESTORED' TO WS-DL-ACTION
                MOVE SPACES TO WS-DL-REASON
                PERFORM 450-WRITE-DETAIL-RTN
                MOVE 'A' TO JR-ACTION
                MOVE SPACES TO JR-BEFORE-IMAGE
                MOVE MASTER-REC TO JR-AFTER-IMAGE
                PERFORM 700-WRITE-JOURNAL-RTN
            WHEN '22'
                IF WS-REPLACE-MODE
                    MOVE MASTER-REC TO WS-AFTER-IMAGE
                    READ CALIB-MASTER
                    IF WS-MASTER-STATUS = '00'
                        MOVE MASTER-REC TO JR-BEFORE-IMAGE
                        MOVE WS-AFTER-IMAGE TO MASTER-REC
                        REWRITE MASTER-REC
                    END-IF
                    IF WS-MASTER-STATUS = '00'
                        ADD 1 TO WS-REPLACE-COUNT
                        MOVE 'R' TO JR-ACTION
                        MOVE MASTER-REC TO JR-AFTER-IMAGE
                        PERFORM 700-WRITE-JOURNAL-RTN
                        MOVE 'REPLACED' TO WS-DL-ACTION
                        MOVE 'KEY ON MASTER OVERWRITTEN'
                            TO WS-DL-REASON
                        PERFORM 450-WRITE-DETAIL-RTN
                    ELSE
                        DISPLAY 'ERROR: MASTER REWRITE FAILED, STATUS = '
                                WS-MASTER-STATUS
                        MOVE 'FAILED' TO WS-DL-ACTION
                        MOVE 'REPLACE FAILED' TO WS-DL-REASON
                        PERFORM 450-WRITE-DETAIL-RTN
                        SET WS-IO-ERROR TO TRUE
                        MOVE 'Y' TO WS-EOF
                    END-IF
                ELSE
                    ADD 1 TO WS-CONFLICT-COUNT
                    MOVE 'CONFLICT' TO WS-DL-ACTION
                    MOVE 'KEY ALREADY ON MASTER' TO WS-DL-REASON
                    PERFORM 450-WRITE-DETAIL-RTN
                END-IF
            WHEN OTHER
                DISPLAY 'ERROR: MASTER WRITE FAILED, STATUS = '
                        WS-MASTER-STATUS
                MOVE 'FAILED' TO WS-DL-ACTION
                MOVE 'MASTER WRITE FAILED' TO WS-DL-REASON
                PERFORM 450-WRITE-DETAIL-RTN
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
        END-EVALUATE.

    450-WRITE-DETAIL-RTN.
        MOVE EX-RUN-DATE TO WS-DL-RUN-DATE.
        MOVE EX-RECORD-TYPE TO WS-DL-TYPE.
        MOVE EX-SOURCE-FILE TO WS-DL-SOURCE-FILE.
        IF EX-RECORD-COUNT NUMERIC
            MOVE EX-RECORD-COUNT TO WS-DL-REC-COUNT
        ELSE
            MOVE 0 TO WS-DL-REC-COUNT
        END-IF.
        IF EX-CALIB-TOTAL NUMERIC
            MOVE EX-CALIB-TOTAL TO WS-DL-CALIB-TOT
        ELSE
            MOVE 0 TO WS-DL-CALIB-TOT
        END-IF.
        WRITE RESTORE-RPT-LINE FROM WS-DETAIL-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-CARD-COUNT TO WS-F-CARD-COUNT.
        MOVE WS-BAD-REQUEST-COUNT TO WS-F-BAD-CARDS.
        MOVE WS-READ-COUNT TO WS-F-READ-COUNT.
        MOVE WS-RESTORE-COUNT TO WS-F-RESTORE.
        MOVE WS-REPLACE-COUNT TO WS-F-REPLACE.
        MOVE WS-CONFLICT-COUNT TO WS-F-CONFLICT.
        MOVE WS-SKIP-COUNT TO WS-F-SKIP.
        MOVE WS-INVALID-COUNT TO WS-F-INVALID.
        WRITE RESTORE-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RESTORE-RPT-LINE FROM WS-FTR-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    700-WRITE-JOURNAL-RTN.
        MOVE 'CALIBRSTR' TO JR-PROGRAM-ID.
        ACCEPT JR-JRNL-DATE FROM DATE YYYYMMDD.
        ACCEPT JR-JRNL-TIME FROM TIME.
        WRITE JOURNAL-REC.
        IF WS-JRNL-STATUS NOT = '00'
            DISPLAY 'ERROR: CHANGE JOURNAL WRITE FAILED, STATUS = '
                    WS-JRNL-STATUS
            SET WS-IO-ERROR TO TRUE
            MOVE 'Y' TO WS-EOF
        END-IF.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBRSTR' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-RESTORED-TOTAL TO RL-COUNT-1
            COMPUTE RL-COUNT-2 = WS-SKIP-COUNT + WS-INVALID-COUNT
            MOVE WS-CONFLICT-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE REQUEST-FILE
              RESTORE-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
