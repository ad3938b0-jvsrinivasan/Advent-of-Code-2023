        SELECT ARCHIVE-RPT ASSIGN TO 'ARCHRPT'
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
    FD ARCHIVE-OUT.
    COPY 'extrrec'.
    FD ARCHIVE-RPT.
    01 ARCHIVE-RPT-LINE           PIC X(132).
    FD CHANGE-JOURNAL.
    COPY 'jrnlrec'.
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
        05 WS-EXAMINED-COUNT     PIC 9(7) VALUE 0.
        05 WS-ARCHIVED-COUNT     PIC 9(7) VALUE 0.
        05 WS-RETAINED-COUNT     PIC 9(7) VALUE 0.
        05 WS-HELD-COUNT         PIC 9(7) VALUE 0.
        05 WS-EXAMINED-HASH      PIC 9(15) VALUE 0.
        05 WS-ARCHIVED-HASH      PIC 9(15) VALUE 0.
        05 WS-RETAINED-HASH      PIC 9(15) VALUE 0.
        05 WS-ARCH-STATUS        PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
        05 WS-JRNL-STATUS        PIC XX VALUE SPACES.
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
            10 FILLER            PIC X(30) VALUE 'HASH TOTAL RETAINED:          '.
            10 WS-F-RET-HASH     PIC ZZZZZZZZZZZZZZ9.
            10 FILLER            PIC X(87) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'RECORDS HELD (RESTORED):      '.
            10 WS-F-HELD         PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-VERDICT-LINE.
            10 FILLER            PIC X(17) VALUE 'HASH VERDICT:    '.
            10 WS-V-TEXT         PIC X(60).
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'ARCHIVE COMPLETE, EXAMINED: ' WS-EXAMINED-COUNT
            ' ARCHIVED: ' WS-ARCHIVED-COUNT
            ' RETAINED: ' WS-RETAINED-COUNT
            ' HELD: ' WS-HELD-COUNT.
    IF WS-IO-ERROR
        MOVE 12 TO RETURN-CODE
    END-IF.
            STOP RUN
        END-IF.

        OPEN EXTEND CHANGE-JOURNAL.
        IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN CHANGE JOURNAL '
                    ' STATUS = ' WS-JRNL-STATUS
            CLOSE CALIB-MASTER
                  ARCHIVE-OUT
                  ARCHIVE-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    055-CHECK-MONTHS-INPUT-RTN.
        MOVE 'N' TO WS-MONTHS-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            MOVE WS-DAILY-CUTOFF TO WS-CUTOFF-MONTH
        END-IF.
        IF WS-RECORD-MONTH < WS-CUTOFF-MONTH
            IF CM-HOLD-DATE NUMERIC
               AND CM-HOLD-DATE > WS-RUN-DATE
                ADD 1 TO WS-HELD-COUNT
                ADD 1 TO WS-RETAINED-COUNT
                ADD CM-CALIB-TOTAL TO WS-RETAINED-HASH
            ELSE
                PERFORM 200-ARCHIVE-RECORD-RTN
            END-IF
        ELSE
            ADD 1 TO WS-RETAINED-COUNT
            ADD CM-CALIB-TOTAL TO WS-RETAINED-HASH
        MOVE CM-CALIB-TOTAL TO EX-CALIB-TOTAL.
        MOVE CM-DIGITS-TOTAL TO EX-DIGITS-TOTAL.
        MOVE SPACES TO EX-STATION-ID.
        MOVE 0 TO EX-EXCEPTION-COUNT EX-ZERO-COUNT.
        WRITE EXTRACT-REC.
        IF WS-ARCH-STATUS NOT = '00'
            DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS = '
            ELSE
                ADD 1 TO WS-ARCHIVED-COUNT
                ADD CM-CALIB-TOTAL TO WS-ARCHIVED-HASH
                MOVE 'D' TO JR-ACTION
                MOVE MASTER-REC TO JR-BEFORE-IMAGE
                MOVE SPACES TO JR-AFTER-IMAGE
                PERFORM 700-WRITE-JOURNAL-RTN
            END-IF
        END-IF.

        MOVE WS-EXAMINED-HASH TO WS-F-EXAM-HASH.
        MOVE WS-ARCHIVED-HASH TO WS-F-ARCH-HASH.
        MOVE WS-RETAINED-HASH TO WS-F-RET-HASH.
        MOVE WS-HELD-COUNT TO WS-F-HELD.
        WRITE ARCHIVE-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE ARCHIVE-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE ARCHIVE-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE ARCHIVE-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        COMPUTE WS-HASH-CHECK = WS-ARCHIVED-HASH + WS-RETAINED-HASH.
        IF WS-IO-ERROR
            MOVE 'NOT PROVEN - RUN ENDED IN ERROR' TO WS-V-TEXT
        WRITE ARCHIVE-RPT-LINE FROM WS-VERDICT-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    700-WRITE-JOURNAL-RTN.
        MOVE 'CALIBARCH' TO JR-PROGRAM-ID.
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
              ARCHIVE-OUT
              ARCHIVE-RPT
              CHANGE-JOURNAL.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
