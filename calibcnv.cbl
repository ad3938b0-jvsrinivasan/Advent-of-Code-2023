IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBCNV.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OLD-MASTER ASSIGN TO DYNAMIC WS-OLD-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OM-MASTER-KEY
        FILE STATUS IS WS-OLDMST-STATUS.
        SELECT CALIB-MASTER ASSIGN TO DYNAMIC WS-NEW-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT CONVERT-RPT ASSIGN TO 'CNVRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD OLD-MASTER.
    01 OLD-MASTER-REC.
        05 OM-MASTER-KEY.
            10 OM-RUN-DATE        PIC 9(08).
            10 OM-SOURCE-FILE     PIC X(80).
        05 OM-RECORD-TYPE         PIC X(01).
        05 OM-RECORD-COUNT        PIC 9(09).
        05 OM-CALIB-TOTAL         PIC 9(09).
        05 OM-DIGITS-TOTAL        PIC 9(09).
        05 OM-POSTED-DATE         PIC 9(08).
        05 OM-POSTED-TIME         PIC 9(08).
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD CONVERT-RPT.
    01 CONVERT-RPT-LINE           PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-READ-COUNT         PIC 9(7) VALUE 0.
        05 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
        05 WS-READ-HASH          PIC 9(15) VALUE 0.
        05 WS-WRITTEN-HASH       PIC 9(15) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-OLDMST-STATUS      PIC XX VALUE SPACES.
        05 WS-MASTER-STATUS      PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-NAME-FIELDS.
        05 WS-OLD-MASTER-NAME    PIC X(80) VALUE 'CALIBMSTO'.
        05 WS-NEW-MASTER-NAME    PIC X(80) VALUE 'CALIBMST'.
        05 WS-PARM-INPUT         PIC X(80) VALUE SPACES.
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
                VALUE 'CALIBRATION MASTER LAYOUT CONVERSION'.
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
            10 FILLER            PIC X(14) VALUE 'OLD MASTER:   '.
            10 WS-H-OLD-NAME     PIC X(80).
            10 FILLER            PIC X(38) VALUE SPACES.
        05 WS-HDR-LINE-4.
            10 FILLER            PIC X(14) VALUE 'NEW MASTER:   '.
            10 WS-H-NEW-NAME     PIC X(80).
            10 FILLER            PIC X(38) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'RECORDS READ:                 '.
            10 WS-F-READ-COUNT   PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'RECORDS WRITTEN:              '.
            10 WS-F-WRITTEN-COUNT PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'CALIBRATION HASH READ:        '.
            10 WS-F-READ-HASH    PIC Z(14)9.
            10 FILLER            PIC X(87) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'CALIBRATION HASH WRITTEN:     '.
            10 WS-F-WRITTEN-HASH PIC Z(14)9.
            10 FILLER            PIC X(87) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'CONVERSION STATUS:            '.
            10 WS-F-VERDICT      PIC X(40).
            10 FILLER            PIC X(62) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM 100-CONVERT-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'MASTER CONVERSION COMPLETE, READ: ' WS-READ-COUNT
            ' WRITTEN: ' WS-WRITTEN-COUNT.
    IF WS-IO-ERROR OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
       OR WS-WRITTEN-HASH NOT = WS-READ-HASH
        MOVE 12 TO RETURN-CODE
    END-IF.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALCNVIN'.
        IF WS-PARM-INPUT NOT = SPACES
            MOVE WS-PARM-INPUT TO WS-OLD-MASTER-NAME
        END-IF.
        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALCNVOUT'.
        IF WS-PARM-INPUT NOT = SPACES
            MOVE WS-PARM-INPUT TO WS-NEW-MASTER-NAME
        END-IF.
        IF WS-OLD-MASTER-NAME = WS-NEW-MASTER-NAME
            DISPLAY 'ERROR: CALCNVIN AND CALCNVOUT NAME THE SAME FILE '
                    WS-OLD-MASTER-NAME
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT OLD-MASTER.
        IF WS-OLDMST-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN OLD MASTER '
                    WS-OLD-MASTER-NAME ' STATUS = ' WS-OLDMST-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT CALIB-MASTER.
        IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO CREATE NEW MASTER '
                    WS-NEW-MASTER-NAME ' STATUS = ' WS-MASTER-STATUS
            CLOSE OLD-MASTER
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT CONVERT-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN CONVERSION REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE OLD-MASTER
                  CALIB-MASTER
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-OLD-MASTER-NAME TO WS-H-OLD-NAME.
        MOVE WS-NEW-MASTER-NAME TO WS-H-NEW-NAME.
        WRITE CONVERT-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-HDR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-CONVERT-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ OLD-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                ADD OM-CALIB-TOTAL TO WS-READ-HASH
                PERFORM 150-CONVERT-RECORD-RTN
            END-READ
            IF WS-OLDMST-STATUS NOT = '00'
               AND WS-OLDMST-STATUS NOT = '10'
                DISPLAY 'ERROR: OLD MASTER READ FAILED, STATUS = '
                        WS-OLDMST-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.

    150-CONVERT-RECORD-RTN.
        MOVE OM-RUN-DATE TO CM-RUN-DATE.
        MOVE OM-SOURCE-FILE TO CM-SOURCE-FILE.
        MOVE OM-RECORD-TYPE TO CM-RECORD-TYPE.
        MOVE OM-RECORD-COUNT TO CM-RECORD-COUNT.
        MOVE OM-CALIB-TOTAL TO CM-CALIB-TOTAL.
        MOVE OM-DIGITS-TOTAL TO CM-DIGITS-TOTAL.
        MOVE OM-POSTED-DATE TO CM-POSTED-DATE.
        MOVE OM-POSTED-TIME TO CM-POSTED-TIME.
        MOVE 0 TO CM-HOLD-DATE.
        WRITE MASTER-REC.
        IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'ERROR: NEW MASTER WRITE FAILED, STATUS = '
                    WS-MASTER-STATUS ' KEY = ' CM-MASTER-KEY
            SET WS-IO-ERROR TO TRUE
            MOVE 'Y' TO WS-EOF
        ELSE
            ADD 1 TO WS-WRITTEN-COUNT
            ADD CM-CALIB-TOTAL TO WS-WRITTEN-HASH
        END-IF.

    500-WRITE-FOOTER-RTN.
        MOVE WS-READ-COUNT TO WS-F-READ-COUNT.
        MOVE WS-WRITTEN-COUNT TO WS-F-WRITTEN-COUNT.
        MOVE WS-READ-HASH TO WS-F-READ-HASH.
        MOVE WS-WRITTEN-HASH TO WS-F-WRITTEN-HASH.
        IF WS-IO-ERROR OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
           OR WS-WRITTEN-HASH NOT = WS-READ-HASH
            MOVE 'FAILED - DO NOT USE NEW MASTER' TO WS-F-VERDICT
        ELSE
            MOVE 'COMPLETE - COUNTS AND HASH AGREE' TO WS-F-VERDICT
        END-IF.
        WRITE CONVERT-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE CONVERT-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBCNV' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-READ-COUNT TO RL-COUNT-1
            MOVE WS-WRITTEN-COUNT TO RL-COUNT-2
            MOVE 0 TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE OLD-MASTER
              CALIB-MASTER
              CONVERT-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
