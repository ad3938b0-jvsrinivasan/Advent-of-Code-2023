        SELECT AUDIT-RPT ASSIGN TO 'AUDITRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL HOLD-FILE ASSIGN TO 'DUPHOLD'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DH-SOURCE-FILE
        FILE STATUS IS WS-HOLD-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
        SELECT OPTIONAL GEN-CATALOG ASSIGN TO 'GENCAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENCAT-STATUS.
        SELECT GEN-SOURCE ASSIGN TO DYNAMIC WS-GEN-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENSRC-STATUS.
        SELECT GEN-TARGET ASSIGN TO DYNAMIC WS-GEN-TARGET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENTGT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD INFILE.
        05 ST-EXCEPTION-COUNT     PIC 9(07).
        05 ST-ZERO-COUNT          PIC 9(07).
    FD TOLERANCE-FILE.
    COPY 'tolrec'.
    FD CORRECTION-FILE.
    01 CORRECTION-REC.
        05 CO-SOURCE-FILE         PIC X(80).
        05 AU-AFTER-VALUE        PIC ZZ9.
        05 FILLER                PIC X(02) VALUE SPACES.
        05 AU-INPUT-TEXT         PIC X(256).
    FD HOLD-FILE.
    COPY 'holdrec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    FD GEN-CATALOG.
    COPY 'gencrec'.
    FD GEN-SOURCE.
    01 GEN-SOURCE-REC             PIC X(700).
    FD GEN-TARGET.
    01 GEN-TARGET-REC             PIC X(700).
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-CALIB-COUNTER      PIC 9(9) VALUE 0.
        05 WS-TOLFILE-STATUS     PIC XX VALUE SPACES.
        05 WS-STAT-STATUS        PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-HOLD-STATUS        PIC XX VALUE SPACES.
        05 WS-HELD-FILE-COUNT    PIC 9(5) VALUE 0.
        05 WS-GENCAT-STATUS      PIC XX VALUE SPACES.
        05 WS-GENSRC-STATUS      PIC XX VALUE SPACES.
        05 WS-GENTGT-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-NAME-FIELDS.
        05 WS-INFILE-NAME        PIC X(80).
        05 WS-CTLFILE-NAME       PIC X(80).
        05 WS-EXPORT-SW          PIC A VALUE 'N'.
            88 WS-EXPORT-MODE               VALUE 'Y'.
        05 WS-EXTRACT-TYPE       PIC A VALUE 'D'.
        05 WS-HOLD-OPEN-SW       PIC A VALUE 'N'.
            88 WS-HOLD-OPEN                 VALUE 'Y'.
        05 WS-FILE-HELD-SW       PIC A VALUE 'N'.
            88 WS-FILE-HELD                 VALUE 'Y'.
    01 WS-EXPORT-FIELDS.
        05 WS-EXP-SEQ-ED         PIC Z(6)9.
        05 WS-EXP-VALUE-ED       PIC ZZ9.
            10 WS-CR-RUN-DATE    PIC 9(8).
            10 WS-CR-TEXT        PIC X(256).
            10 WS-CR-APPLIED-SW  PIC A.
    01 WS-GENERATION-FIELDS.
        05 WS-GEN-NO             PIC 9(5) VALUE 0.
        05 WS-GEN-TYPE           PIC X(08) VALUE SPACES.
        05 WS-GEN-SOURCE-NAME    PIC X(40) VALUE SPACES.
        05 WS-GEN-TARGET-NAME    PIC X(40) VALUE SPACES.
        05 WS-GEN-RECORD-COUNT   PIC 9(9) VALUE 0.
        05 WS-GEN-FILE-COUNT     PIC 9(2) VALUE 0.
        05 WS-GEN-EOF            PIC A VALUE 'N'.
        05 WS-GEN-ERROR-SW       PIC A VALUE 'N'.
            88 WS-GEN-ERROR                 VALUE 'Y'.
        05 WS-GEN-COPY-ERROR-SW  PIC A VALUE 'N'.
            88 WS-GEN-COPY-ERROR            VALUE 'Y'.
        05 WS-GEN-SAVE-RC        PIC S9(9) VALUE 0.
        05 WS-GEN-DELETE-RC      PIC S9(9) VALUE 0.
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-F-COMP-DESC    PIC X(08).
            10 FILLER            PIC X(98) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(22) VALUE 'FILES HELD:          '.
            10 WS-F-HELD-COUNT   PIC ZZZZZZZZ9.
            10 FILLER            PIC X(90) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
        IF WS-BATCH-MODE
            PERFORM 300-PROCESS-BATCH-RTN
        ELSE
            PERFORM 305-CHECK-HOLD-RTN
            IF WS-FILE-HELD
                PERFORM 335-SKIP-HELD-RTN
            ELSE
                PERFORM 200-PROCESS-FILE-RTN
            END-IF
        END-IF
    END-IF.
    PERFORM 450-EVALUATE-TOLERANCES-RTN.
    IF WS-COMPLETION-CODE > RETURN-CODE
        MOVE WS-COMPLETION-CODE TO RETURN-CODE
    END-IF.
    PERFORM 800-CATALOG-OUTPUTS-RTN.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

        END-IF.

        PERFORM 055-LOAD-TOLERANCES-RTN.
        IF NOT WS-REPAIR-MODE
            PERFORM 057-OPEN-HOLD-FILE-RTN
        END-IF.

    055-LOAD-TOLERANCES-RTN.
        OPEN INPUT TOLERANCE-FILE.
                    WS-TOLFILE-STATUS ', DEFAULTS IN EFFECT'
        END-IF.

    057-OPEN-HOLD-FILE-RTN.
        OPEN INPUT HOLD-FILE.
        EVALUATE WS-HOLD-STATUS
            WHEN '00'
                SET WS-HOLD-OPEN TO TRUE
            WHEN '05'
                CLOSE HOLD-FILE
            WHEN OTHER
                DISPLAY 'WARNING: HOLD FILE OPEN FAILED, STATUS = '
                        WS-HOLD-STATUS ', DUPLICATE HOLDS NOT CHECKED'
        END-EVALUATE.

    060-OPEN-OUTPUT-RTN.
        IF WS-RESTART-REQUESTED OR WS-REPAIR-MODE
            OPEN EXTEND CALIB-DETAIL-RPT
                    IF WS-LEDGER-FOUND-IX > 0
                        PERFORM 330-SKIP-COMPLETED-RTN
                    ELSE
                        PERFORM 305-CHECK-HOLD-RTN
                        IF WS-FILE-HELD
                            PERFORM 335-SKIP-HELD-RTN
                        ELSE
                            PERFORM 200-PROCESS-FILE-RTN
                            PERFORM 340-RECORD-COMPLETION-RTN
                        END-IF
                    END-IF
                END-IF
            END-READ
        MOVE WS-MONTH-LABEL TO WS-INFILE-NAME.
        PERFORM 600-EXTRACT-RTN.

    305-CHECK-HOLD-RTN.
        MOVE 'N' TO WS-FILE-HELD-SW.
        IF WS-HOLD-OPEN
            MOVE WS-INFILE-NAME TO DH-SOURCE-FILE
            READ HOLD-FILE
            EVALUATE WS-HOLD-STATUS
                WHEN '00'
                    IF DH-HELD
                        SET WS-FILE-HELD TO TRUE
                    END-IF
                WHEN '23'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'WARNING: HOLD FILE READ FAILED, STATUS = '
                            WS-HOLD-STATUS ', ' WS-INFILE-NAME
                            ' NOT CHECKED'
            END-EVALUATE
        END-IF.

    310-LOAD-LEDGER-RTN.
        OPEN INPUT STATUS-FILE.
        IF WS-STAT-STATUS = '00' OR WS-STAT-STATUS = '05'
            TO WS-FILE-EXCEPTION-COUNT.
        PERFORM 460-CHECK-FILE-EXCEPTIONS-RTN.

    335-SKIP-HELD-RTN.
        DISPLAY 'SKIPPING ' WS-INFILE-NAME
                ' (HELD FOR DUPLICATE LINES)'.
        ADD 1 TO WS-HELD-FILE-COUNT.
        MOVE SPACES TO EXCEPTION-REC.
        MOVE 0 TO ER-SEQ-NO.
        MOVE WS-INFILE-NAME TO ER-SOURCE-FILE.
        MOVE 'FILE HELD - DUPLICATE LINES' TO ER-REASON.
        MOVE 0 TO ER-VALUE.
        WRITE EXCEPTION-REC.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    340-RECORD-COMPLETION-RTN.
        OPEN EXTEND STATUS-FILE.
        IF WS-STAT-STATUS NOT = '00' AND WS-STAT-STATUS NOT = '05'
                DISPLAY 'ERROR: TOTALS GAP EXCEEDS TOLERANCE'
            END-IF
        END-IF.
        IF WS-HELD-FILE-COUNT > 0 AND WS-COMPLETION-CODE < 4
            MOVE 4 TO WS-COMPLETION-CODE
            DISPLAY 'WARNING: FILES HELD FOR DUPLICATE LINES: '
                    WS-HELD-FILE-COUNT
        END-IF.
        IF RETURN-CODE > WS-COMPLETION-CODE
            MOVE RETURN-CODE TO WS-COMPLETION-CODE
        END-IF.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE SUMMARY-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-HELD-FILE-COUNT > 0
            MOVE WS-HELD-FILE-COUNT TO WS-F-HELD-COUNT
            WRITE SUMMARY-LINE FROM WS-FTR-LINE-6
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        MOVE WS-COMPLETION-CODE TO WS-F-COMP-CODE.
        EVALUATE WS-COMPLETION-CODE
            WHEN 0
            MOVE WS-GRAND-TOTAL TO EX-CALIB-TOTAL
            MOVE WS-DIGITS-GRAND-TOTAL TO EX-DIGITS-TOTAL
            MOVE SPACES TO EX-STATION-ID
            MOVE WS-EXCEPTION-COUNT TO EX-EXCEPTION-COUNT
            MOVE WS-ZERO-VALUE-COUNT TO EX-ZERO-COUNT
        ELSE
            MOVE WS-FILE-RECORD-COUNT TO EX-RECORD-COUNT
            MOVE WS-CALIB-COUNTER TO EX-CALIB-TOTAL
            MOVE WS-DIGITS-ONLY-COUNTER TO EX-DIGITS-TOTAL
            MOVE WS-STATION-ID TO EX-STATION-ID
            MOVE WS-FILE-EXCEPTION-COUNT TO EX-EXCEPTION-COUNT
            MOVE WS-FILE-ZERO-COUNT TO EX-ZERO-COUNT
        END-IF.
        IF WS-EXPORT-MODE AND NOT EX-MONTH-RECORD
            PERFORM 640-EXPORT-EXTRACT-RTN
        MOVE 0 TO WS-FILE-RECORD-COUNT.
        MOVE 0 TO WS-FILE-CORR-APPLIED.
        MOVE 0 TO WS-FILE-EXCEPTION-COUNT.
        MOVE 0 TO WS-FILE-ZERO-COUNT.
        MOVE 'N' TO WS-EOF.
        MOVE SPACES TO WS-STATION-ID.
        MOVE 'N' TO WS-HDR-SEEN-SW.
        END-IF.
        IF WS-LINE-VALUE = 0
            ADD 1 TO WS-ZERO-VALUE-COUNT
            ADD 1 TO WS-FILE-ZERO-COUNT
        END-IF.
        ADD WS-LINE-VALUE TO WS-CALIB-COUNTER.
        ADD WS-DIGIT-LINE-VALUE TO WS-DIGITS-ONLY-COUNTER.
        END-PERFORM.
        DISPLAY 'CORRECTIONS APPLIED: ' WS-CORR-APPLIED-COUNT.

    800-CATALOG-OUTPUTS-RTN.
        MOVE 'N' TO WS-GEN-ERROR-SW.
        MOVE 0 TO WS-GEN-FILE-COUNT.
        PERFORM 810-NEXT-GENERATION-RTN.
        IF NOT WS-GEN-ERROR
            OPEN EXTEND GEN-CATALOG
            IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
                DISPLAY 'WARNING: GENERATION CATALOG OPEN FAILED, STATUS = '
                        WS-GENCAT-STATUS
                SET WS-GEN-ERROR TO TRUE
            ELSE
                MOVE 'DTLRPT' TO WS-GEN-TYPE
                PERFORM 820-COPY-GENERATION-RTN
                MOVE 'EXCPRPT' TO WS-GEN-TYPE
                PERFORM 820-COPY-GENERATION-RTN
                MOVE 'SUMRPT' TO WS-GEN-TYPE
                PERFORM 820-COPY-GENERATION-RTN
                MOVE 'EXTRPT' TO WS-GEN-TYPE
                PERFORM 820-COPY-GENERATION-RTN
                IF WS-REPAIR-MODE
                    MOVE 'AUDITRPT' TO WS-GEN-TYPE
                    PERFORM 820-COPY-GENERATION-RTN
                END-IF
                IF WS-EXPORT-MODE
                    MOVE 'DTLEXP' TO WS-GEN-TYPE
                    PERFORM 820-COPY-GENERATION-RTN
                    MOVE 'EXTEXP' TO WS-GEN-TYPE
                    PERFORM 820-COPY-GENERATION-RTN
                END-IF
                CLOSE GEN-CATALOG
            END-IF
        END-IF.
        IF WS-GEN-ERROR
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
        DISPLAY 'OUTPUT GENERATION ' WS-GEN-NO ' CATALOGED, FILES: '
                WS-GEN-FILE-COUNT.

    810-NEXT-GENERATION-RTN.
        MOVE 0 TO WS-GEN-NO.
        OPEN INPUT GEN-CATALOG.
        IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
            DISPLAY 'WARNING: GENERATION CATALOG OPEN FAILED, STATUS = '
                    WS-GENCAT-STATUS
            SET WS-GEN-ERROR TO TRUE
        ELSE
            MOVE 'N' TO WS-GEN-EOF
            PERFORM UNTIL WS-GEN-EOF = 'Y'
                READ GEN-CATALOG
                AT END MOVE 'Y' TO WS-GEN-EOF
                NOT AT END
                    IF GC-GEN-NO NUMERIC AND GC-GEN-NO > WS-GEN-NO
                        MOVE GC-GEN-NO TO WS-GEN-NO
                    END-IF
                END-READ
                IF WS-GENCAT-STATUS NOT = '00'
                   AND WS-GENCAT-STATUS NOT = '10'
                    DISPLAY 'WARNING: GENERATION CATALOG READ FAILED, '
                            'STATUS = ' WS-GENCAT-STATUS
                    SET WS-GEN-ERROR TO TRUE
                    MOVE 'Y' TO WS-GEN-EOF
                END-IF
            END-PERFORM
            CLOSE GEN-CATALOG
            ADD 1 TO WS-GEN-NO
        END-IF.

    820-COPY-GENERATION-RTN.
        MOVE 'N' TO WS-GEN-COPY-ERROR-SW.
        MOVE 0 TO WS-GEN-RECORD-COUNT.
        MOVE WS-GEN-TYPE TO WS-GEN-SOURCE-NAME.
        MOVE SPACES TO WS-GEN-TARGET-NAME.
        STRING WS-GEN-TYPE DELIMITED BY SPACE
               '.G' WS-GEN-NO '.D' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-GEN-TARGET-NAME.
        OPEN INPUT GEN-SOURCE.
        IF WS-GENSRC-STATUS NOT = '00'
            DISPLAY 'WARNING: UNABLE TO OPEN ' WS-GEN-SOURCE-NAME
                    ' FOR GENERATION, STATUS = ' WS-GENSRC-STATUS
            SET WS-GEN-ERROR TO TRUE
        ELSE
            OPEN OUTPUT GEN-TARGET
            IF WS-GENTGT-STATUS NOT = '00'
                DISPLAY 'WARNING: UNABLE TO CREATE ' WS-GEN-TARGET-NAME
                        ' STATUS = ' WS-GENTGT-STATUS
                SET WS-GEN-ERROR TO TRUE
                CLOSE GEN-SOURCE
            ELSE
                MOVE 'N' TO WS-GEN-EOF
                PERFORM UNTIL WS-GEN-EOF = 'Y'
                    READ GEN-SOURCE
                    AT END MOVE 'Y' TO WS-GEN-EOF
                    NOT AT END
                        WRITE GEN-TARGET-REC FROM GEN-SOURCE-REC
                        IF WS-GENTGT-STATUS NOT = '00'
                            SET WS-GEN-COPY-ERROR TO TRUE
                            MOVE 'Y' TO WS-GEN-EOF
                        ELSE
                            ADD 1 TO WS-GEN-RECORD-COUNT
                        END-IF
                    END-READ
                    IF WS-GENSRC-STATUS NOT = '00'
                       AND WS-GENSRC-STATUS NOT = '10'
                        DISPLAY 'WARNING: READ FAILED ON '
                                WS-GEN-SOURCE-NAME
                                ' STATUS = ' WS-GENSRC-STATUS
                        SET WS-GEN-COPY-ERROR TO TRUE
                        MOVE 'Y' TO WS-GEN-EOF
                    END-IF
                END-PERFORM
                CLOSE GEN-SOURCE
                      GEN-TARGET
                IF WS-GEN-COPY-ERROR
                    DISPLAY 'WARNING: COPY FAILED ON ' WS-GEN-TARGET-NAME
                            ' STATUS = ' WS-GENTGT-STATUS
                    SET WS-GEN-ERROR TO TRUE
                    MOVE RETURN-CODE TO WS-GEN-SAVE-RC
                    CALL 'CBL_DELETE_FILE' USING WS-GEN-TARGET-NAME
                    MOVE RETURN-CODE TO WS-GEN-DELETE-RC
                    MOVE WS-GEN-SAVE-RC TO RETURN-CODE
                    IF WS-GEN-DELETE-RC NOT = 0
                        DISPLAY 'WARNING: UNABLE TO REMOVE '
                                WS-GEN-TARGET-NAME
                    END-IF
                ELSE
                    MOVE WS-GEN-TYPE TO GC-OUTPUT-TYPE
                    MOVE WS-GEN-NO TO GC-GEN-NO
                    MOVE WS-RUN-DATE TO GC-RUN-DATE
                    MOVE WS-RUN-TIME TO GC-RUN-TIME
                    MOVE 'CALIBRATION' TO GC-PROGRAM-ID
                    MOVE WS-GEN-TARGET-NAME TO GC-FILE-NAME
                    MOVE WS-GEN-RECORD-COUNT TO GC-RECORD-COUNT
                    WRITE GEN-CATALOG-REC
                    IF WS-GENCAT-STATUS NOT = '00'
                        DISPLAY 'WARNING: GENERATION CATALOG WRITE FAILED, '
                                'STATUS = ' WS-GENCAT-STATUS
                        SET WS-GEN-ERROR TO TRUE
                    ELSE
                        ADD 1 TO WS-GEN-FILE-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            CLOSE DETAIL-EXPORT
                  EXTRACT-EXPORT
        END-IF.
        IF WS-HOLD-OPEN
            CLOSE HOLD-FILE
            MOVE 'N' TO WS-HOLD-OPEN-SW
        END-IF.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
