        SELECT BACKOUT-RPT ASSIGN TO 'BKORPT'
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
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD BACKOUT-AUDIT.
    01 AUDIT-OUT-REC              PIC X(140).
    FD BACKOUT-RPT.
    01 BACKOUT-RPT-LINE           PIC X(160).
    FD CHANGE-JOURNAL.
    COPY 'jrnlrec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
        05 WS-AUDIT-STATUS       PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-JRNL-STATUS        PIC XX VALUE SPACES.
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
            STOP RUN
        END-IF.

        OPEN EXTEND CHANGE-JOURNAL.
        IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN CHANGE JOURNAL '
                    ' STATUS = ' WS-JRNL-STATUS
            CLOSE CALIB-MASTER
                  BACKOUT-AUDIT
                  BACKOUT-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    055-CHECK-TIME-INPUT-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
                ADD 1 TO WS-REMOVED-COUNT
                ADD CM-CALIB-TOTAL TO WS-REMOVED-TOTAL
                PERFORM 300-WRITE-REMOVED-LINE-RTN
                MOVE 'D' TO JR-ACTION
                MOVE MASTER-REC TO JR-BEFORE-IMAGE
                MOVE SPACES TO JR-AFTER-IMAGE
                PERFORM 700-WRITE-JOURNAL-RTN
            END-IF
        END-IF.

        WRITE BACKOUT-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    700-WRITE-JOURNAL-RTN.
        MOVE 'CALIBBKO' TO JR-PROGRAM-ID.
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
    900-CLOSE-RTN.
        CLOSE CALIB-MASTER
              BACKOUT-AUDIT
              BACKOUT-RPT
              CHANGE-JOURNAL.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
