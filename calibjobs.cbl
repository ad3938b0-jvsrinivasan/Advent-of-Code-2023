IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBJOBS.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT STEP-CONTROL ASSIGN TO 'JOBSTEPS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STATUS.
        SELECT JOB-STATUS-OUT ASSIGN TO 'JOBSTAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAT-STATUS.
        SELECT JOB-RPT ASSIGN TO 'JOBRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD STEP-CONTROL.
    01 STEP-CONTROL-REC.
        05 JS-REC-TYPE            PIC X(01).
            88 JS-STEP-RECORD               VALUE 'S'.
            88 JS-ENV-RECORD                VALUE 'E'.
            88 JS-COMMENT-RECORD            VALUE '*'.
        05 JS-STEP-DATA.
            10 JS-STEP-NAME       PIC X(08).
            10 JS-PROGRAM-ID      PIC X(12).
            10 JS-MAX-RC          PIC X(02).
            10 JS-COMMAND         PIC X(80).
        05 JS-ENV-DATA REDEFINES JS-STEP-DATA.
            10 JS-ENV-NAME        PIC X(20).
            10 JS-ENV-VALUE       PIC X(80).
            10 FILLER             PIC X(02).
    FD JOB-STATUS-OUT.
    01 JOB-STATUS-REC.
        05 JT-RUN-DATE            PIC 9(08).
        05 JT-RUN-TIME            PIC 9(08).
        05 JT-STREAM-STATUS       PIC X(08).
        05 JT-STEP-NAME           PIC X(08).
        05 JT-PROGRAM-ID          PIC X(12).
        05 JT-RETURN-CODE         PIC 9(02).
        05 JT-MAX-RC              PIC 9(02).
    FD JOB-RPT.
    01 JOB-RPT-LINE               PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-READ-COUNT         PIC 9(7) VALUE 0.
        05 WS-RUN-COUNT          PIC 9(3) VALUE 0.
        05 WS-BYPASS-COUNT       PIC 9(3) VALUE 0.
        05 WS-NOT-RUN-COUNT      PIC 9(3) VALUE 0.
        05 WS-WARNING-COUNT      PIC 9(3) VALUE 0.
        05 WS-FAILED-IX          PIC 9(3) VALUE 0.
        05 WS-START-IX           PIC 9(3) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-CONTROL-ERROR-SW   PIC A VALUE 'N'.
            88 WS-CONTROL-ERROR             VALUE 'Y'.
        05 WS-STOPPED-SW         PIC A VALUE 'N'.
            88 WS-STREAM-STOPPED            VALUE 'Y'.
        05 WS-START-STEP         PIC X(08) VALUE SPACES.
        05 WS-SYSTEM-RC          PIC S9(9) VALUE 0.
        05 WS-SIGNAL-NO          PIC 9(9) VALUE 0.
        05 WS-STEP-RC            PIC 9(9) VALUE 0.
        05 WS-COUNT              PIC 9(3) VALUE 0.
        05 WS-VALUE-LENGTH       PIC 9(3) VALUE 0.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-STEP-STATUS        PIC XX VALUE SPACES.
        05 WS-STAT-STATUS        PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-STEP-FIELDS.
        05 WS-STEP-COUNT         PIC 9(3) VALUE 0.
        05 WS-STEP-MAX           PIC 9(3) VALUE 50.
        05 WS-SX                 PIC 9(3) VALUE 0.
    01 WS-STEP-TABLE.
        05 WS-STEP-ENTRY OCCURS 50 TIMES.
            10 WS-ST-STEP-NAME   PIC X(08).
            10 WS-ST-PROGRAM-ID  PIC X(12).
            10 WS-ST-MAX-RC      PIC 9(02).
            10 WS-ST-COMMAND     PIC X(80).
            10 WS-ST-RETURN-CODE PIC 9(02).
            10 WS-ST-STATUS      PIC X(10).
            10 WS-ST-START-TIME  PIC 9(08).
            10 WS-ST-END-TIME    PIC 9(08).
    01 WS-ENV-FIELDS.
        05 WS-ENV-COUNT          PIC 9(3) VALUE 0.
        05 WS-ENV-MAX            PIC 9(3) VALUE 500.
        05 WS-EX                 PIC 9(3) VALUE 0.
        05 WS-ENV-WORK-VALUE     PIC X(80) VALUE SPACES.
    01 WS-ENV-TABLE.
        05 WS-ENV-ENTRY OCCURS 500 TIMES.
            10 WS-EV-STEP-IX     PIC 9(03).
            10 WS-EV-NAME        PIC X(20).
            10 WS-EV-VALUE       PIC X(80).
            10 WS-EV-SAVED-VALUE PIC X(80).
    01 WS-DATE-TIME-FIELDS.
        05 WS-RUN-DATE           PIC 9(8).
        05 WS-RUN-TIME           PIC 9(8).
        05 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
            10 WS-RUN-HH         PIC 9(2).
            10 WS-RUN-MN         PIC 9(2).
            10 WS-RUN-SS         PIC 9(2).
            10 WS-RUN-HS         PIC 9(2).
        05 WS-STEP-TIME          PIC 9(8).
        05 WS-STEP-TIME-R REDEFINES WS-STEP-TIME.
            10 WS-STEP-HH        PIC 9(2).
            10 WS-STEP-MN        PIC 9(2).
            10 WS-STEP-SS        PIC 9(2).
            10 WS-STEP-HS        PIC 9(2).
    01 WS-REPORT-LINES.
        05 WS-HDR-LINE-1.
            10 FILLER            PIC X(40)
                VALUE 'NIGHTLY JOB STREAM CONTROL REPORT'.
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
            10 FILLER            PIC X(16) VALUE 'RESTART AT STEP:'.
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-H-START-STEP   PIC X(08).
            10 FILLER            PIC X(107) VALUE SPACES.
        05 WS-COL-LINE.
            10 FILLER            PIC X(06) VALUE 'STEP  '.
            10 FILLER            PIC X(10) VALUE 'NAME      '.
            10 FILLER            PIC X(14) VALUE 'PROGRAM       '.
            10 FILLER            PIC X(10) VALUE 'START     '.
            10 FILLER            PIC X(10) VALUE 'END       '.
            10 FILLER            PIC X(08) VALUE 'MAX RC  '.
            10 FILLER            PIC X(04) VALUE 'RC  '.
            10 FILLER            PIC X(10) VALUE 'STATUS    '.
            10 FILLER            PIC X(60) VALUE SPACES.
        05 WS-STEP-LINE.
            10 WS-SL-STEP-NO     PIC 9(02).
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-SL-STEP-NAME   PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-PROGRAM     PIC X(12).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-START.
                15 WS-SL-S-HH    PIC XX.
                15 WS-SL-S-T1    PIC X.
                15 WS-SL-S-MN    PIC XX.
                15 WS-SL-S-T2    PIC X.
                15 WS-SL-S-SS    PIC XX.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-END.
                15 WS-SL-E-HH    PIC XX.
                15 WS-SL-E-T1    PIC X.
                15 WS-SL-E-MN    PIC XX.
                15 WS-SL-E-T2    PIC X.
                15 WS-SL-E-SS    PIC XX.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-MAX-RC      PIC Z9.
            10 FILLER            PIC X(06) VALUE SPACES.
            10 WS-SL-RC          PIC X(02).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-SL-STATUS      PIC X(10).
            10 FILLER            PIC X(60) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'STEPS DEFINED:                '.
            10 WS-F-DEFINED      PIC ZZ9.
            10 FILLER            PIC X(99) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'STEPS RUN:                    '.
            10 WS-F-RUN          PIC ZZ9.
            10 FILLER            PIC X(99) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'STEPS BYPASSED (RESTART):     '.
            10 WS-F-BYPASSED     PIC ZZ9.
            10 FILLER            PIC X(99) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'STEPS NOT RUN:                '.
            10 WS-F-NOT-RUN      PIC ZZ9.
            10 FILLER            PIC X(99) VALUE SPACES.
        05 WS-VERDICT-LINE.
            10 FILLER            PIC X(17) VALUE 'STREAM VERDICT:  '.
            10 WS-V-TEXT         PIC X(60).
            10 FILLER            PIC X(55) VALUE SPACES.
        05 WS-RESTART-LINE.
            10 FILLER            PIC X(30) VALUE 'TO RESTART SET CALJOBSTART TO '.
            10 WS-R-STEP-NAME    PIC X(08).
            10 FILLER            PIC X(94) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 100-LOAD-STEPS-RTN.
    PERFORM 150-SET-START-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-STEP-COUNT
        EVALUATE TRUE
            WHEN WS-SX < WS-START-IX
                MOVE 'BYPASSED' TO WS-ST-STATUS(WS-SX)
                ADD 1 TO WS-BYPASS-COUNT
            WHEN WS-STREAM-STOPPED
                MOVE 'NOT RUN' TO WS-ST-STATUS(WS-SX)
                ADD 1 TO WS-NOT-RUN-COUNT
            WHEN OTHER
                PERFORM 200-RUN-STEP-RTN
        END-EVALUATE
        PERFORM 400-WRITE-STEP-LINE-RTN
    END-PERFORM.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 600-WRITE-JOB-STATUS-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'JOB STREAM ENDED, STEPS RUN: ' WS-RUN-COUNT
            ' BYPASSED: ' WS-BYPASS-COUNT
            ' NOT RUN: ' WS-NOT-RUN-COUNT.
    EVALUATE TRUE
        WHEN WS-IO-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN WS-STREAM-STOPPED
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-START-STEP.
        ACCEPT WS-START-STEP FROM ENVIRONMENT 'CALJOBSTART'.

        OPEN INPUT STEP-CONTROL.
        IF WS-STEP-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN STEP CONTROL FILE '
                    ' STATUS = ' WS-STEP-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN OUTPUT JOB-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN JOB STREAM REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            CLOSE STEP-CONTROL
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        IF WS-START-STEP = SPACES
            MOVE 'NONE' TO WS-H-START-STEP
        ELSE
            MOVE WS-START-STEP TO WS-H-START-STEP
        END-IF.
        WRITE JOB-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-COL-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-STEPS-RTN.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ STEP-CONTROL
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF STEP-CONTROL-REC NOT = SPACES
                   AND NOT JS-COMMENT-RECORD
                    PERFORM 120-STORE-CONTROL-RTN
                END-IF
            END-READ
            IF WS-STEP-STATUS NOT = '00'
               AND WS-STEP-STATUS NOT = '04'
               AND WS-STEP-STATUS NOT = '10'
                DISPLAY 'ERROR: STEP CONTROL READ FAILED, STATUS = '
                        WS-STEP-STATUS
                SET WS-CONTROL-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE STEP-CONTROL.
        IF WS-STEP-COUNT = 0 AND NOT WS-CONTROL-ERROR
            DISPLAY 'ERROR: STEP CONTROL FILE HAS NO STEPS'
            SET WS-CONTROL-ERROR TO TRUE
        END-IF.
        IF WS-CONTROL-ERROR
            CLOSE JOB-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    120-STORE-CONTROL-RTN.
        EVALUATE TRUE
            WHEN JS-STEP-RECORD
                PERFORM 130-STORE-STEP-RTN
            WHEN JS-ENV-RECORD
                PERFORM 140-STORE-ENV-RTN
            WHEN OTHER
                DISPLAY 'ERROR: INVALID STEP CONTROL RECORD TYPE '
                        JS-REC-TYPE ' AT RECORD ' WS-READ-COUNT
                SET WS-CONTROL-ERROR TO TRUE
        END-EVALUATE.

    130-STORE-STEP-RTN.
        IF WS-STEP-COUNT >= WS-STEP-MAX
            DISPLAY 'ERROR: STEP TABLE FULL AT '
                    WS-STEP-MAX ' STEPS'
            SET WS-CONTROL-ERROR TO TRUE
        ELSE
            IF JS-STEP-NAME = SPACES
               OR JS-PROGRAM-ID = SPACES
               OR JS-MAX-RC NOT NUMERIC
                DISPLAY 'ERROR: INVALID STEP ENTRY AT RECORD '
                        WS-READ-COUNT
                SET WS-CONTROL-ERROR TO TRUE
            ELSE
                PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-STEP-COUNT
                    IF WS-ST-STEP-NAME(WS-K) = JS-STEP-NAME
                        DISPLAY 'ERROR: DUPLICATE STEP NAME '
                                JS-STEP-NAME
                        SET WS-CONTROL-ERROR TO TRUE
                    END-IF
                END-PERFORM
                ADD 1 TO WS-STEP-COUNT
                MOVE JS-STEP-NAME TO WS-ST-STEP-NAME(WS-STEP-COUNT)
                MOVE JS-PROGRAM-ID TO WS-ST-PROGRAM-ID(WS-STEP-COUNT)
                MOVE JS-MAX-RC TO WS-ST-MAX-RC(WS-STEP-COUNT)
                IF JS-COMMAND = SPACES
                    MOVE JS-PROGRAM-ID TO WS-ST-COMMAND(WS-STEP-COUNT)
                ELSE
                    MOVE JS-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
                END-IF
                MOVE 0 TO WS-ST-RETURN-CODE(WS-STEP-COUNT)
                MOVE SPACES TO WS-ST-STATUS(WS-STEP-COUNT)
                MOVE 0 TO WS-ST-START-TIME(WS-STEP-COUNT)
                MOVE 0 TO WS-ST-END-TIME(WS-STEP-COUNT)
            END-IF
        END-IF.

    140-STORE-ENV-RTN.
        IF WS-STEP-COUNT = 0
            DISPLAY 'ERROR: ENVIRONMENT ENTRY BEFORE FIRST STEP '
                    'AT RECORD ' WS-READ-COUNT
            SET WS-CONTROL-ERROR TO TRUE
        ELSE
            IF WS-ENV-COUNT >= WS-ENV-MAX
                DISPLAY 'ERROR: ENVIRONMENT TABLE FULL AT '
                        WS-ENV-MAX ' ENTRIES'
                SET WS-CONTROL-ERROR TO TRUE
            ELSE
                IF JS-ENV-NAME = SPACES
                    DISPLAY 'ERROR: INVALID ENVIRONMENT ENTRY AT RECORD '
                            WS-READ-COUNT
                    SET WS-CONTROL-ERROR TO TRUE
                ELSE
                    ADD 1 TO WS-ENV-COUNT
                    MOVE WS-STEP-COUNT TO WS-EV-STEP-IX(WS-ENV-COUNT)
                    MOVE JS-ENV-NAME TO WS-EV-NAME(WS-ENV-COUNT)
                    MOVE JS-ENV-VALUE TO WS-EV-VALUE(WS-ENV-COUNT)
                END-IF
            END-IF
        END-IF.

    150-SET-START-RTN.
        MOVE 1 TO WS-START-IX.
        IF WS-START-STEP NOT = SPACES
            MOVE 0 TO WS-START-IX
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-STEP-COUNT
                IF WS-ST-STEP-NAME(WS-K) = WS-START-STEP
                    MOVE WS-K TO WS-START-IX
                END-IF
            END-PERFORM
            IF WS-START-IX = 0
                DISPLAY 'ERROR: RESTART STEP ' WS-START-STEP
                        ' NOT IN STEP CONTROL FILE'
                CLOSE JOB-RPT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY 'RESTARTING JOB STREAM AT STEP ' WS-START-STEP
        END-IF.

    200-RUN-STEP-RTN.
        PERFORM VARYING WS-EX FROM 1 BY 1
                UNTIL WS-EX > WS-ENV-COUNT
            IF WS-EV-STEP-IX(WS-EX) = WS-SX
                MOVE SPACES TO WS-EV-SAVED-VALUE(WS-EX)
                DISPLAY WS-EV-NAME(WS-EX) UPON ENVIRONMENT-NAME
                ACCEPT WS-EV-SAVED-VALUE(WS-EX) FROM ENVIRONMENT-VALUE
                MOVE WS-EV-VALUE(WS-EX) TO WS-ENV-WORK-VALUE
                PERFORM 250-SET-ENV-RTN
            END-IF
        END-PERFORM.
        DISPLAY 'STARTING STEP ' WS-ST-STEP-NAME(WS-SX)
                ' PROGRAM ' WS-ST-PROGRAM-ID(WS-SX).
        ACCEPT WS-ST-START-TIME(WS-SX) FROM TIME.
        CALL 'SYSTEM' USING WS-ST-COMMAND(WS-SX).
        MOVE RETURN-CODE TO WS-SYSTEM-RC.
        MOVE 0 TO RETURN-CODE.
        ACCEPT WS-ST-END-TIME(WS-SX) FROM TIME.
        IF WS-SYSTEM-RC < 0
            MOVE 99 TO WS-STEP-RC
        ELSE
            DIVIDE WS-SYSTEM-RC BY 256
                GIVING WS-STEP-RC REMAINDER WS-SIGNAL-NO
            IF WS-SIGNAL-NO NOT = 0 OR WS-STEP-RC > 99
                MOVE 99 TO WS-STEP-RC
            END-IF
        END-IF.
        MOVE WS-STEP-RC TO WS-ST-RETURN-CODE(WS-SX).
        ADD 1 TO WS-RUN-COUNT.
        IF WS-STEP-RC > WS-ST-MAX-RC(WS-SX)
            MOVE 'FAILED' TO WS-ST-STATUS(WS-SX)
            SET WS-STREAM-STOPPED TO TRUE
            MOVE WS-SX TO WS-FAILED-IX
            DISPLAY 'STEP ' WS-ST-STEP-NAME(WS-SX)
                    ' ENDED RC ' WS-ST-RETURN-CODE(WS-SX)
                    ' ABOVE LIMIT ' WS-ST-MAX-RC(WS-SX)
                    ', STREAM STOPPED'
        ELSE
            IF WS-STEP-RC > 0
                MOVE 'WARNING' TO WS-ST-STATUS(WS-SX)
                ADD 1 TO WS-WARNING-COUNT
            ELSE
                MOVE 'COMPLETED' TO WS-ST-STATUS(WS-SX)
            END-IF
        END-IF.
        PERFORM VARYING WS-EX FROM WS-ENV-COUNT BY -1
                UNTIL WS-EX = 0
            IF WS-EV-STEP-IX(WS-EX) = WS-SX
                MOVE WS-EV-SAVED-VALUE(WS-EX) TO WS-ENV-WORK-VALUE
                PERFORM 250-SET-ENV-RTN
            END-IF
        END-PERFORM.

    250-SET-ENV-RTN.
        MOVE 0 TO WS-COUNT.
        INSPECT FUNCTION REVERSE(WS-ENV-WORK-VALUE)
            TALLYING WS-COUNT FOR LEADING SPACE.
        SUBTRACT WS-COUNT FROM FUNCTION LENGTH(WS-ENV-WORK-VALUE)
            GIVING WS-VALUE-LENGTH.
        IF WS-VALUE-LENGTH = 0
            MOVE 1 TO WS-VALUE-LENGTH
        END-IF.
        DISPLAY WS-EV-NAME(WS-EX) UPON ENVIRONMENT-NAME.
        DISPLAY WS-ENV-WORK-VALUE(1:WS-VALUE-LENGTH)
            UPON ENVIRONMENT-VALUE.

    400-WRITE-STEP-LINE-RTN.
        MOVE SPACES TO WS-STEP-LINE.
        MOVE WS-SX TO WS-SL-STEP-NO.
        MOVE WS-ST-STEP-NAME(WS-SX) TO WS-SL-STEP-NAME.
        MOVE WS-ST-PROGRAM-ID(WS-SX) TO WS-SL-PROGRAM.
        MOVE WS-ST-MAX-RC(WS-SX) TO WS-SL-MAX-RC.
        MOVE WS-ST-STATUS(WS-SX) TO WS-SL-STATUS.
        IF WS-ST-STATUS(WS-SX) = 'BYPASSED'
           OR WS-ST-STATUS(WS-SX) = 'NOT RUN'
            MOVE '--:--:--' TO WS-SL-START
            MOVE '--:--:--' TO WS-SL-END
            MOVE '--' TO WS-SL-RC
        ELSE
            MOVE WS-ST-START-TIME(WS-SX) TO WS-STEP-TIME
            MOVE WS-STEP-HH TO WS-SL-S-HH
            MOVE ':' TO WS-SL-S-T1
            MOVE WS-STEP-MN TO WS-SL-S-MN
            MOVE ':' TO WS-SL-S-T2
            MOVE WS-STEP-SS TO WS-SL-S-SS
            MOVE WS-ST-END-TIME(WS-SX) TO WS-STEP-TIME
            MOVE WS-STEP-HH TO WS-SL-E-HH
            MOVE ':' TO WS-SL-E-T1
            MOVE WS-STEP-MN TO WS-SL-E-MN
            MOVE ':' TO WS-SL-E-T2
            MOVE WS-STEP-SS TO WS-SL-E-SS
            MOVE WS-ST-RETURN-CODE(WS-SX) TO WS-SL-RC
        END-IF.
        WRITE JOB-RPT-LINE FROM WS-STEP-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    500-WRITE-FOOTER-RTN.
        MOVE WS-STEP-COUNT TO WS-F-DEFINED.
        MOVE WS-RUN-COUNT TO WS-F-RUN.
        MOVE WS-BYPASS-COUNT TO WS-F-BYPASSED.
        MOVE WS-NOT-RUN-COUNT TO WS-F-NOT-RUN.
        WRITE JOB-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        EVALUATE TRUE
            WHEN WS-STREAM-STOPPED
                MOVE SPACES TO WS-V-TEXT
                STRING 'STREAM STOPPED AT STEP '
                       WS-ST-STEP-NAME(WS-FAILED-IX)
                       DELIMITED BY SIZE
                       INTO WS-V-TEXT
            WHEN WS-WARNING-COUNT > 0
                MOVE 'STREAM COMPLETE WITH WARNINGS' TO WS-V-TEXT
            WHEN OTHER
                MOVE 'STREAM COMPLETE' TO WS-V-TEXT
        END-EVALUATE.
        WRITE JOB-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE JOB-RPT-LINE FROM WS-VERDICT-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-STREAM-STOPPED
            MOVE WS-ST-STEP-NAME(WS-FAILED-IX) TO WS-R-STEP-NAME
            WRITE JOB-RPT-LINE FROM WS-RESTART-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    600-WRITE-JOB-STATUS-RTN.
        OPEN OUTPUT JOB-STATUS-OUT.
        IF WS-STAT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN JOB STATUS FILE '
                    ' STATUS = ' WS-STAT-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE WS-RUN-DATE TO JT-RUN-DATE
            MOVE WS-RUN-TIME TO JT-RUN-TIME
            IF WS-STREAM-STOPPED
                MOVE 'FAILED' TO JT-STREAM-STATUS
                MOVE WS-ST-STEP-NAME(WS-FAILED-IX) TO JT-STEP-NAME
                MOVE WS-ST-PROGRAM-ID(WS-FAILED-IX) TO JT-PROGRAM-ID
                MOVE WS-ST-RETURN-CODE(WS-FAILED-IX) TO JT-RETURN-CODE
                MOVE WS-ST-MAX-RC(WS-FAILED-IX) TO JT-MAX-RC
            ELSE
                MOVE 'COMPLETE' TO JT-STREAM-STATUS
                MOVE WS-ST-STEP-NAME(WS-STEP-COUNT) TO JT-STEP-NAME
                MOVE WS-ST-PROGRAM-ID(WS-STEP-COUNT) TO JT-PROGRAM-ID
                MOVE WS-ST-RETURN-CODE(WS-STEP-COUNT) TO JT-RETURN-CODE
                MOVE WS-ST-MAX-RC(WS-STEP-COUNT) TO JT-MAX-RC
            END-IF
            WRITE JOB-STATUS-REC
            IF WS-STAT-STATUS NOT = '00'
                DISPLAY 'ERROR: JOB STATUS WRITE FAILED, STATUS = '
                        WS-STAT-STATUS
                SET WS-IO-ERROR TO TRUE
            END-IF
            CLOSE JOB-STATUS-OUT
        END-IF.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBJOBS' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-RUN-COUNT TO RL-COUNT-1
            MOVE WS-BYPASS-COUNT TO RL-COUNT-2
            MOVE WS-FAILED-IX TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE JOB-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
