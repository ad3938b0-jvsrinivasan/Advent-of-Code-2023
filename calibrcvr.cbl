IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBRCVR.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MASTER-BACKUP ASSIGN TO 'CALIBBKP'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BK-MASTER-KEY
        FILE STATUS IS WS-BACKUP-STATUS.
        SELECT CALIB-MASTER ASSIGN TO 'CALIBMST'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT CHANGE-JOURNAL ASSIGN TO 'CALJRNL'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
        SELECT RECOVERY-RPT ASSIGN TO 'RCVRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD MASTER-BACKUP.
    01 BACKUP-REC.
        05 BK-MASTER-KEY          PIC X(88).
        05 FILLER                 PIC X(52).
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD CHANGE-JOURNAL.
    COPY 'jrnlrec'.
    FD RECOVERY-RPT.
    01 RECOVERY-RPT-LINE          PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-LOADED-COUNT       PIC 9(7) VALUE 0.
        05 WS-JRNL-READ-COUNT    PIC 9(7) VALUE 0.
        05 WS-PRIOR-COUNT        PIC 9(7) VALUE 0.
        05 WS-ADD-COUNT          PIC 9(7) VALUE 0.
        05 WS-REPLACE-COUNT      PIC 9(7) VALUE 0.
        05 WS-DELETE-COUNT       PIC 9(7) VALUE 0.
        05 WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
        05 WS-BEYOND-COUNT       PIC 9(7) VALUE 0.
        05 WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-DATE-INPUT         PIC X(8) VALUE SPACES.
        05 WS-TIME-INPUT         PIC X(8) VALUE SPACES.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-BACKUP-DATE        PIC 9(8) VALUE 0.
        05 WS-BACKUP-TIME        PIC 9(8) VALUE 0.
        05 WS-TARGET-DATE        PIC 9(8) VALUE 99999999.
        05 WS-TARGET-TIME        PIC 9(8) VALUE 99999999.
        05 WS-BACKUP-STAMP       PIC 9(16) VALUE 0.
        05 WS-TARGET-STAMP       PIC 9(16) VALUE 0.
        05 WS-JRNL-STAMP         PIC 9(16) VALUE 0.
        05 WS-BACKUP-STATUS      PIC XX VALUE SPACES.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-JRNL-STATUS        PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
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
                VALUE 'CALIBRATION MASTER RECOVERY REPORT'.
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
            10 FILLER            PIC X(20) VALUE 'BACKUP TAKEN AFTER: '.
            10 WS-H-BACKUP-DATE  PIC 9(08).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-H-BACKUP-TIME  PIC 9(08).
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-HDR-LINE-4.
            10 FILLER            PIC X(20) VALUE 'RECOVER THROUGH:    '.
            10 WS-H-TARGET-DATE  PIC 9(08).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-H-TARGET-TIME  PIC 9(08).
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-EXCEPTION-LINE.
            10 FILLER            PIC X(11) VALUE 'EXCEPTION  '.
            10 WS-XL-PROGRAM     PIC X(12).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-XL-ACTION      PIC X(01).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-XL-RUN-DATE    PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-XL-SOURCE-FILE PIC X(60).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-XL-REASON      PIC X(33).
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'BACKUP RECORDS LOADED:        '.
            10 WS-F-LOADED       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'JOURNAL ENTRIES READ:         '.
            10 WS-F-JRNL-READ    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'ENTRIES BEFORE BACKUP POINT:  '.
            10 WS-F-PRIOR        PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'ADDS APPLIED:                 '.
            10 WS-F-ADDS         PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'REPLACES APPLIED:             '.
            10 WS-F-REPLACES     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'DELETES APPLIED:              '.
            10 WS-F-DELETES      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'ENTRIES AFTER RECOVERY POINT: '.
            10 WS-F-BEYOND       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-8.
            10 FILLER            PIC X(30) VALUE 'EXCEPTIONS:                   '.
            10 WS-F-EXCEPTIONS   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM 100-LOAD-BACKUP-RTN.
    IF NOT WS-IO-ERROR
        PERFORM 200-APPLY-JOURNAL-RTN
    END-IF.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'RECOVERY COMPLETE, LOADED: ' WS-LOADED-COUNT
            ' APPLIED: ' WS-APPLIED-COUNT
            ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
    IF WS-IO-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-EXCEPTION-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-DATE-INPUT.
        ACCEPT WS-DATE-INPUT FROM ENVIRONMENT 'CALRCVBKDATE'.
        IF WS-DATE-INPUT NOT = SPACES
            PERFORM 055-CHECK-DATE-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'ERROR: CALRCVBKDATE MUST BE SET TO YYYYMMDD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-BACKUP-DATE
        END-IF.
        MOVE SPACES TO WS-TIME-INPUT.
        ACCEPT WS-TIME-INPUT FROM ENVIRONMENT 'CALRCVBKTIME'.
        IF WS-TIME-INPUT NOT = SPACES
            PERFORM 060-CHECK-TIME-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALRCVBKTIME VALUE '
                        WS-TIME-INPUT ', USING 00000000'
            ELSE
                MOVE FUNCTION NUMVAL(WS-TIME-INPUT) TO WS-BACKUP-TIME
            END-IF
        END-IF.

        MOVE SPACES TO WS-DATE-INPUT.
        ACCEPT WS-DATE-INPUT FROM ENVIRONMENT 'CALRCVDATE'.
        IF WS-DATE-INPUT NOT = SPACES
            PERFORM 055-CHECK-DATE-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'ERROR: CALRCVDATE MUST BE SET TO YYYYMMDD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-TARGET-DATE
        END-IF.
        MOVE SPACES TO WS-TIME-INPUT.
        ACCEPT WS-TIME-INPUT FROM ENVIRONMENT 'CALRCVTIME'.
        IF WS-TIME-INPUT NOT = SPACES
            PERFORM 060-CHECK-TIME-INPUT-RTN
            IF WS-PARM-BAD-SW = 'Y'
                DISPLAY 'WARNING: INVALID CALRCVTIME VALUE '
                        WS-TIME-INPUT ', USING 99999999'
            ELSE
                MOVE FUNCTION NUMVAL(WS-TIME-INPUT) TO WS-TARGET-TIME
            END-IF
        END-IF.

        COMPUTE WS-BACKUP-STAMP =
            (WS-BACKUP-DATE * 100000000) + WS-BACKUP-TIME.
        COMPUTE WS-TARGET-STAMP =
            (WS-TARGET-DATE * 100000000) + WS-TARGET-TIME.
        IF WS-TARGET-STAMP < WS-BACKUP-STAMP
            DISPLAY 'ERROR: RECOVERY POINT IS BEFORE THE BACKUP POINT'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT MASTER-BACKUP.
        IF WS-BACKUP-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN MASTER BACKUP '
                    ' STATUS = ' WS-BACKUP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT CHANGE-JOURNAL.
        IF WS-JRNL-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN CHANGE JOURNAL '
                    ' STATUS = ' WS-JRNL-STATUS
            CLOSE MASTER-BACKUP
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT RECOVERY-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN RECOVERY REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE MASTER-BACKUP
                  CHANGE-JOURNAL
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT CALIB-MASTER.
        IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO CREATE CALIBRATION MASTER '
                    ' STATUS = ' WS-MASTER-STATUS
            CLOSE MASTER-BACKUP
                  CHANGE-JOURNAL
                  RECOVERY-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    055-CHECK-DATE-INPUT-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
            IF WS-DATE-INPUT(WS-K:1) < '0'
               OR WS-DATE-INPUT(WS-K:1) > '9'
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.

    060-CHECK-TIME-INPUT-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
            IF WS-TIME-INPUT(WS-K:1) NOT = SPACE
               AND (WS-TIME-INPUT(WS-K:1) < '0'
                    OR WS-TIME-INPUT(WS-K:1) > '9')
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-BACKUP-DATE TO WS-H-BACKUP-DATE.
        MOVE WS-BACKUP-TIME TO WS-H-BACKUP-TIME.
        MOVE WS-TARGET-DATE TO WS-H-TARGET-DATE.
        MOVE WS-TARGET-TIME TO WS-H-TARGET-TIME.
        WRITE RECOVERY-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-HDR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-BACKUP-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ MASTER-BACKUP NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE BACKUP-REC TO MASTER-REC
                WRITE MASTER-REC
                IF WS-MASTER-STATUS NOT = '00'
                    DISPLAY 'ERROR: MASTER LOAD WRITE FAILED, STATUS = '
                            WS-MASTER-STATUS
                    SET WS-IO-ERROR TO TRUE
                    MOVE 'Y' TO WS-EOF
                ELSE
                    ADD 1 TO WS-LOADED-COUNT
                END-IF
            END-READ
            IF WS-BACKUP-STATUS NOT = '00'
               AND WS-BACKUP-STATUS NOT = '10'
                DISPLAY 'ERROR: BACKUP READ FAILED, STATUS = '
                        WS-BACKUP-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE MASTER-BACKUP
              CALIB-MASTER.
        IF NOT WS-IO-ERROR
            OPEN I-O CALIB-MASTER
            IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'ERROR: UNABLE TO REOPEN CALIBRATION MASTER '
                        ' STATUS = ' WS-MASTER-STATUS
                SET WS-IO-ERROR TO TRUE
            END-IF
        END-IF.

    200-APPLY-JOURNAL-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ CHANGE-JOURNAL
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-JRNL-READ-COUNT
                PERFORM 250-EXAMINE-ENTRY-RTN
            END-READ
            IF WS-JRNL-STATUS NOT = '00'
               AND WS-JRNL-STATUS NOT = '04'
               AND WS-JRNL-STATUS NOT = '10'
                DISPLAY 'ERROR: JOURNAL READ FAILED, STATUS = '
                        WS-JRNL-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE CALIB-MASTER.

    250-EXAMINE-ENTRY-RTN.
        IF JR-JRNL-DATE NOT NUMERIC
           OR JR-JRNL-TIME NOT NUMERIC
           OR (NOT JR-ADD-ACTION AND NOT JR-REPLACE-ACTION
               AND NOT JR-DELETE-ACTION)
            MOVE JR-AFTER-IMAGE TO MASTER-REC
            MOVE 'INVALID JOURNAL ENTRY, IGNORED' TO WS-XL-REASON
            PERFORM 400-WRITE-EXCEPTION-RTN
        ELSE
            COMPUTE WS-JRNL-STAMP =
                (JR-JRNL-DATE * 100000000) + JR-JRNL-TIME
            EVALUATE TRUE
                WHEN WS-JRNL-STAMP <= WS-BACKUP-STAMP
                    ADD 1 TO WS-PRIOR-COUNT
                WHEN WS-JRNL-STAMP > WS-TARGET-STAMP
                    ADD 1 TO WS-BEYOND-COUNT
                WHEN JR-ADD-ACTION
                    PERFORM 300-APPLY-ADD-RTN
                WHEN JR-REPLACE-ACTION
                    PERFORM 320-APPLY-REPLACE-RTN
                WHEN JR-DELETE-ACTION
                    PERFORM 340-APPLY-DELETE-RTN
            END-EVALUATE
        END-IF.

    300-APPLY-ADD-RTN.
        MOVE JR-AFTER-IMAGE TO MASTER-REC.
        WRITE MASTER-REC.
        EVALUATE WS-MASTER-STATUS
            WHEN '00'
                ADD 1 TO WS-ADD-COUNT
                ADD 1 TO WS-APPLIED-COUNT
            WHEN '22'
                MOVE 'ADD FOUND KEY ON MASTER, REPLACED' TO WS-XL-REASON
                PERFORM 400-WRITE-EXCEPTION-RTN
                MOVE JR-AFTER-IMAGE TO MASTER-REC
                REWRITE MASTER-REC
                PERFORM 380-CHECK-UPDATE-RTN
                IF WS-MASTER-STATUS = '00'
                    ADD 1 TO WS-ADD-COUNT
                    ADD 1 TO WS-APPLIED-COUNT
                END-IF
            WHEN OTHER
                DISPLAY 'ERROR: MASTER WRITE FAILED, STATUS = '
                        WS-MASTER-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
        END-EVALUATE.

    320-APPLY-REPLACE-RTN.
        MOVE JR-AFTER-IMAGE TO MASTER-REC.
        READ CALIB-MASTER.
        EVALUATE WS-MASTER-STATUS
            WHEN '00'
                IF MASTER-REC NOT = JR-BEFORE-IMAGE
                    MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-XL-REASON
                    PERFORM 400-WRITE-EXCEPTION-RTN
                END-IF
                MOVE JR-AFTER-IMAGE TO MASTER-REC
                REWRITE MASTER-REC
                PERFORM 380-CHECK-UPDATE-RTN
            WHEN '23'
                MOVE 'REPLACE KEY NOT ON MASTER, ADDED' TO WS-XL-REASON
                PERFORM 400-WRITE-EXCEPTION-RTN
                MOVE JR-AFTER-IMAGE TO MASTER-REC
                WRITE MASTER-REC
                PERFORM 380-CHECK-UPDATE-RTN
            WHEN OTHER
                DISPLAY 'ERROR: MASTER READ FAILED, STATUS = '
                        WS-MASTER-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
        END-EVALUATE.
        IF NOT WS-IO-ERROR
            ADD 1 TO WS-REPLACE-COUNT
            ADD 1 TO WS-APPLIED-COUNT
        END-IF.

    340-APPLY-DELETE-RTN.
        MOVE JR-BEFORE-IMAGE TO MASTER-REC.
        READ CALIB-MASTER.
        EVALUATE WS-MASTER-STATUS
            WHEN '00'
                IF MASTER-REC NOT = JR-BEFORE-IMAGE
                    MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-XL-REASON
                    PERFORM 400-WRITE-EXCEPTION-RTN
                END-IF
                DELETE CALIB-MASTER RECORD
                PERFORM 380-CHECK-UPDATE-RTN
                IF NOT WS-IO-ERROR
                    ADD 1 TO WS-DELETE-COUNT
                    ADD 1 TO WS-APPLIED-COUNT
                END-IF
            WHEN '23'
                MOVE JR-BEFORE-IMAGE TO MASTER-REC
                MOVE 'DELETE KEY NOT ON MASTER' TO WS-XL-REASON
                PERFORM 400-WRITE-EXCEPTION-RTN
            WHEN OTHER
                DISPLAY 'ERROR: MASTER READ FAILED, STATUS = '
                        WS-MASTER-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
        END-EVALUATE.

    380-CHECK-UPDATE-RTN.
        IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'ERROR: MASTER UPDATE FAILED, STATUS = '
                    WS-MASTER-STATUS
            SET WS-IO-ERROR TO TRUE
            MOVE 'Y' TO WS-EOF
        END-IF.

    400-WRITE-EXCEPTION-RTN.
        ADD 1 TO WS-EXCEPTION-COUNT.
        MOVE JR-PROGRAM-ID TO WS-XL-PROGRAM.
        MOVE JR-ACTION TO WS-XL-ACTION.
        MOVE CM-RUN-DATE TO WS-XL-RUN-DATE.
        MOVE CM-SOURCE-FILE TO WS-XL-SOURCE-FILE.
        WRITE RECOVERY-RPT-LINE FROM WS-EXCEPTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-LOADED-COUNT TO WS-F-LOADED.
        MOVE WS-JRNL-READ-COUNT TO WS-F-JRNL-READ.
        MOVE WS-PRIOR-COUNT TO WS-F-PRIOR.
        MOVE WS-ADD-COUNT TO WS-F-ADDS.
        MOVE WS-REPLACE-COUNT TO WS-F-REPLACES.
        MOVE WS-DELETE-COUNT TO WS-F-DELETES.
        MOVE WS-BEYOND-COUNT TO WS-F-BEYOND.
        MOVE WS-EXCEPTION-COUNT TO WS-F-EXCEPTIONS.
        WRITE RECOVERY-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE RECOVERY-RPT-LINE FROM WS-FTR-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBRCVR' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-LOADED-COUNT TO RL-COUNT-1
            MOVE WS-APPLIED-COUNT TO RL-COUNT-2
            MOVE WS-EXCEPTION-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE CHANGE-JOURNAL
              RECOVERY-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
