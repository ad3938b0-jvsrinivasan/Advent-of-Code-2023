ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EXTRACT-IN ASSIGN TO DYNAMIC WS-EXTRACT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTIN-STATUS.
        SELECT OPTIONAL CALIB-MASTER ASSIGN TO 'CALIBMST'
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT OPTIONAL PERIOD-MASTER ASSIGN TO 'CALPERD'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PS-PERIOD
        FILE STATUS IS WS-PERIOD-STATUS.
        SELECT LOAD-CONTROL-RPT ASSIGN TO 'LOADRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO 'CALJRNL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
        SELECT OPTIONAL GEN-CATALOG ASSIGN TO 'GENCAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENCAT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD EXTRACT-IN.
    COPY 'extrrec'.
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD PERIOD-MASTER.
    COPY 'perdrec'.
    FD LOAD-CONTROL-RPT.
    01 LOAD-RPT-LINE              PIC X(132).
    FD CHANGE-JOURNAL.
    COPY 'jrnlrec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    FD GEN-CATALOG.
    COPY 'gencrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-ADD-COUNT          PIC 9(7) VALUE 0.
        05 WS-REPLACE-COUNT      PIC 9(7) VALUE 0.
        05 WS-REJECT-COUNT       PIC 9(7) VALUE 0.
        05 WS-LOCKED-COUNT       PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-EXTIN-STATUS       PIC XX VALUE SPACES.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-JRNL-STATUS        PIC XX VALUE SPACES.
        05 WS-PERIOD-STATUS      PIC XX VALUE SPACES.
        05 WS-PERIOD-OPEN-SW     PIC A VALUE 'N'.
            88 WS-PERIOD-OPEN               VALUE 'Y'.
        05 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
        05 WS-LAST-LOCKED-SW     PIC A VALUE 'N'.
            88 WS-PERIOD-LOCKED             VALUE 'Y'.
        05 WS-AFTER-IMAGE        PIC X(140) VALUE SPACES.
        05 WS-KEEP-HOLD-DATE     PIC 9(8) VALUE 0.
    01 WS-MODE-SWITCHES.
        05 WS-REPLACE-MODE-SW    PIC A VALUE 'N'.
            88 WS-REPLACE-MODE              VALUE 'Y'.
    01 WS-FILE-NAME-FIELDS.
        05 WS-EXTRACT-NAME       PIC X(40) VALUE 'EXTRPT'.
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
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
                15 FILLER        PIC X VALUE ':'.
                15 WS-H-SS       PIC 99.
            10 FILLER            PIC X(83) VALUE SPACES.
        05 WS-HDR-GEN-LINE.
            10 FILLER            PIC X(12) VALUE 'GENERATION: '.
            10 WS-H-GEN-NO       PIC 9(5).
            10 FILLER            PIC X(13) VALUE '   RUN DATE: '.
            10 WS-H-GEN-DATE     PIC 9999/99/99.
            10 FILLER            PIC X(92) VALUE SPACES.
        05 WS-HDR-LINE-3.
            10 FILLER            PIC X(14) VALUE 'REPLACE MODE: '.
            10 WS-H-REPLACE-MODE PIC X(01).
            10 FILLER            PIC X(22) VALUE 'RECORDS REJECTED:    '.
            10 WS-F-REJECT-COUNT PIC ZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(22) VALUE 'IN LOCKED PERIOD:    '.
            10 WS-F-LOCKED-COUNT PIC ZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
            MOVE 'N' TO WS-REPLACE-MODE-SW
        END-IF.

        MOVE SPACES TO WS-GEN-SELECT.
        ACCEPT WS-GEN-SELECT FROM ENVIRONMENT 'CALGEN'.
        IF WS-GEN-SELECT NOT = SPACES
            MOVE 'EXTRPT' TO WS-GEN-TYPE
            PERFORM 055-SELECT-GENERATION-RTN
            PERFORM 057-FIND-GEN-FILE-RTN
            MOVE WS-GEN-FILE-NAME TO WS-EXTRACT-NAME
        END-IF.

        OPEN INPUT EXTRACT-IN.
        IF WS-EXTIN-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN EXTRACT FILE '
            STOP RUN
        END-IF.

        OPEN INPUT PERIOD-MASTER.
        IF WS-PERIOD-STATUS = '00'
            SET WS-PERIOD-OPEN TO TRUE
        ELSE
            IF WS-PERIOD-STATUS NOT = '05'
                DISPLAY 'WARNING: PERIOD SUMMARY FILE OPEN FAILED, '
                        'STATUS = ' WS-PERIOD-STATUS
                        ', MONTH LOCKS NOT CHECKED'
            END-IF
        END-IF.

        OPEN EXTEND CHANGE-JOURNAL.
        IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN CHANGE JOURNAL '
                    ' STATUS = ' WS-JRNL-STATUS
            CLOSE EXTRACT-IN
                  CALIB-MASTER
                  LOAD-CONTROL-RPT
            MOVE 16 TO RETURN-CODE
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
        WRITE LOAD-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-GEN-SELECT NOT = SPACES
            MOVE WS-GEN-NO TO WS-H-GEN-NO
            MOVE WS-GEN-RUN-DATE TO WS-H-GEN-DATE
            WRITE LOAD-RPT-LINE FROM WS-HDR-GEN-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        WRITE LOAD-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE LOAD-RPT-LINE FROM WS-BLANK-LINE.
                MOVE 'NON-NUMERIC EXTRACT FIELD' TO WS-RJ-REASON
                PERFORM 300-WRITE-REJECT-RTN
            ELSE
                PERFORM 150-CHECK-PERIOD-RTN
                IF WS-PERIOD-LOCKED
                    ADD 1 TO WS-LOCKED-COUNT
                    MOVE 'PERIOD CLOSED AND LOCKED' TO WS-RJ-REASON
                    PERFORM 300-WRITE-REJECT-RTN
                ELSE
                    PERFORM 200-WRITE-MASTER-RTN
                END-IF
            END-IF
        END-IF.

    150-CHECK-PERIOD-RTN.
        IF EX-RUN-DATE(1:6) NOT = WS-LAST-PERIOD
            MOVE EX-RUN-DATE(1:6) TO WS-LAST-PERIOD
            MOVE 'N' TO WS-LAST-LOCKED-SW
            IF WS-PERIOD-OPEN
                MOVE WS-LAST-PERIOD TO PS-PERIOD
                READ PERIOD-MASTER
                EVALUATE WS-PERIOD-STATUS
                    WHEN '00'
                        IF PS-LOCKED
                            SET WS-PERIOD-LOCKED TO TRUE
                        END-IF
                    WHEN '23'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'WARNING: PERIOD SUMMARY READ FAILED, '
                                'STATUS = ' WS-PERIOD-STATUS
                END-EVALUATE
            END-IF
        END-IF.

        MOVE EX-DIGITS-TOTAL TO CM-DIGITS-TOTAL.
        MOVE WS-RUN-DATE TO CM-POSTED-DATE.
        MOVE WS-RUN-TIME TO CM-POSTED-TIME.
        MOVE 0 TO CM-HOLD-DATE.
        WRITE MASTER-REC.
        EVALUATE WS-MASTER-STATUS
            WHEN '00'
                ADD 1 TO WS-ADD-COUNT
                MOVE 'A' TO JR-ACTION
                MOVE SPACES TO JR-BEFORE-IMAGE
                MOVE MASTER-REC TO JR-AFTER-IMAGE
                PERFORM 700-WRITE-JOURNAL-RTN
            WHEN '22'
                IF WS-REPLACE-MODE OR EX-ADJUST-RECORD
                    MOVE MASTER-REC TO WS-AFTER-IMAGE
                    READ CALIB-MASTER
                    IF WS-MASTER-STATUS = '00'
                        MOVE MASTER-REC TO JR-BEFORE-IMAGE
                        MOVE CM-HOLD-DATE TO WS-KEEP-HOLD-DATE
                        MOVE WS-AFTER-IMAGE TO MASTER-REC
                        MOVE WS-KEEP-HOLD-DATE TO CM-HOLD-DATE
                        REWRITE MASTER-REC
                    END-IF
                    IF WS-MASTER-STATUS = '00'
                        ADD 1 TO WS-REPLACE-COUNT
                        MOVE 'R' TO JR-ACTION
                        MOVE MASTER-REC TO JR-AFTER-IMAGE
                        PERFORM 700-WRITE-JOURNAL-RTN
                    ELSE
                        MOVE 'REPLACE FAILED' TO WS-RJ-REASON
                        PERFORM 300-WRITE-REJECT-RTN
        MOVE WS-ADD-COUNT TO WS-F-ADD-COUNT.
        MOVE WS-REPLACE-COUNT TO WS-F-REPLACE-COUNT.
        MOVE WS-REJECT-COUNT TO WS-F-REJECT-COUNT.
        MOVE WS-LOCKED-COUNT TO WS-F-LOCKED-COUNT.
        WRITE LOAD-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE LOAD-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE LOAD-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE LOAD-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    700-WRITE-JOURNAL-RTN.
        MOVE 'CALIBLOAD' TO JR-PROGRAM-ID.
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
    900-CLOSE-RTN.
        CLOSE EXTRACT-IN
              CALIB-MASTER
              LOAD-CONTROL-RPT
              CHANGE-JOURNAL.
        IF WS-PERIOD-OPEN
            CLOSE PERIOD-MASTER
        END-IF.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
