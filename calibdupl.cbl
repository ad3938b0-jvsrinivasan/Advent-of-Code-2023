IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBDUPL.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CTLFILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTLFILE-STATUS.
        SELECT INFILE ASSIGN TO DYNAMIC WS-INFILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INFILE-STATUS.
        SELECT LINE-SORT ASSIGN TO 'SORTWK1'.
        SELECT PAIR-FILE ASSIGN TO 'DUPPAIRS'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAIR-STATUS.
        SELECT PAIR-SORT ASSIGN TO 'SORTWK2'.
        SELECT OPTIONAL HOLD-FILE ASSIGN TO 'DUPHOLD'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DH-SOURCE-FILE
        FILE STATUS IS WS-HOLD-STATUS.
        SELECT DUP-RPT ASSIGN TO 'DUPRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD CONTROL-FILE.
    01 CONTROL-REC               PIC X(80).
    FD INFILE.
    01 INPUT-REC.
        05 W-INPUT              PIC X(300).
    SD LINE-SORT.
    01 LINE-SORT-REC.
        05 SW-LINE-TEXT          PIC X(256).
        05 SW-FILE-IX            PIC 9(04).
        05 SW-SEQ-NO             PIC 9(07).
    FD PAIR-FILE.
    01 PAIR-REC.
        05 PF-FILE-A             PIC 9(04).
        05 PF-SEQ-A              PIC 9(07).
        05 PF-FILE-B             PIC 9(04).
        05 PF-SEQ-B              PIC 9(07).
        05 PF-DIAGONAL           PIC 9(08).
    SD PAIR-SORT.
    01 PAIR-SORT-REC.
        05 SP-FILE-A             PIC 9(04).
        05 SP-SEQ-A              PIC 9(07).
        05 SP-FILE-B             PIC 9(04).
        05 SP-SEQ-B              PIC 9(07).
        05 SP-DIAGONAL           PIC 9(08).
    FD HOLD-FILE.
    COPY 'holdrec'.
    FD DUP-RPT.
    01 DUP-RPT-LINE              PIC X(160).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-CTL-EOF            PIC A VALUE 'N'.
        05 WS-SORT-EOF           PIC A VALUE 'N'.
        05 WS-LINES-SORTED       PIC 9(9) VALUE 0.
        05 WS-PAIRS-WRITTEN      PIC 9(9) VALUE 0.
        05 WS-DUP-GROUP-COUNT    PIC 9(7) VALUE 0.
        05 WS-DUP-LINE-COUNT     PIC 9(7) VALUE 0.
        05 WS-BLOCK-COUNT        PIC 9(7) VALUE 0.
        05 WS-BLOCK-LINE-COUNT   PIC 9(7) VALUE 0.
        05 WS-HELD-COUNT         PIC 9(5) VALUE 0.
        05 WS-RELEASED-COUNT     PIC 9(5) VALUE 0.
        05 WS-OPEN-FAIL-COUNT    PIC 9(5) VALUE 0.
        05 WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-HOLD-OPEN-SW       PIC A VALUE 'N'.
            88 WS-HOLD-OPEN                 VALUE 'Y'.
        05 WS-FILE-SEQ           PIC 9(7) VALUE 0.
        05 WS-I                  PIC 9(4) VALUE 0.
        05 WS-J                  PIC 9(4) VALUE 0.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-TEXT-END           PIC 9(3) VALUE 0.
        05 WS-TEXT-POS           PIC 9(3) VALUE 0.
        05 WS-TEXT-LEN           PIC 9(3) VALUE 0.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-CTLFILE-STATUS     PIC XX VALUE SPACES.
        05 WS-INFILE-STATUS      PIC XX VALUE SPACES.
        05 WS-PAIR-STATUS        PIC XX VALUE SPACES.
        05 WS-HOLD-STATUS        PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-FILE-NAME-FIELDS.
        05 WS-CTLFILE-NAME       PIC X(80).
        05 WS-INFILE-NAME        PIC X(80).
        05 WS-RELEASE-NAME       PIC X(80).
        05 WS-RELEASE-OPER       PIC X(20).
    01 WS-PARAMETER-FIELDS.
        05 WS-PARM-INPUT         PIC X(03) VALUE SPACES.
        05 WS-HOLD-PCT           PIC 9(3) VALUE 25.
        05 WS-BLOCK-MIN          PIC 9(3) VALUE 3.
        05 WS-RELEASE-SW         PIC A VALUE 'N'.
            88 WS-RELEASE-MODE              VALUE 'Y'.
    01 WS-FILE-FIELDS.
        05 WS-FILE-COUNT         PIC 9(4) VALUE 0.
        05 WS-FILE-MAX           PIC 9(4) VALUE 500.
        05 WS-STATION-ID         PIC X(08) VALUE SPACES.
    01 WS-FILE-TABLE.
        05 WS-FILE-ENTRY OCCURS 500 TIMES.
            10 WS-FT-NAME        PIC X(80).
            10 WS-FT-STATION-ID  PIC X(08).
            10 WS-FT-LINE-COUNT  PIC 9(7).
            10 WS-FT-DUP-LINES   PIC 9(7).
            10 WS-FT-MAX-PCT     PIC 9(3).
            10 WS-FT-PARTNER-IX  PIC 9(4).
            10 WS-FT-OPEN-SW     PIC A.
    01 WS-GROUP-FIELDS.
        05 WS-GRP-TEXT           PIC X(256) VALUE SPACES.
        05 WS-GRP-COUNT          PIC 9(4) VALUE 0.
        05 WS-GRP-MAX            PIC 9(4) VALUE 1000.
        05 WS-GRP-FILES          PIC 9(4) VALUE 0.
    01 WS-GROUP-TABLE.
        05 WS-GRP-ENTRY OCCURS 1000 TIMES.
            10 WS-GE-FILE-IX     PIC 9(4).
            10 WS-GE-SEQ-NO      PIC 9(7).
            10 WS-GE-FIRST-SW    PIC A.
    01 WS-PAIR-FIELDS.
        05 WS-PAIR-COUNT         PIC 9(4) VALUE 0.
        05 WS-PAIR-MAX           PIC 9(4) VALUE 2000.
        05 WS-PAIR-IX            PIC 9(4) VALUE 0.
        05 WS-PAIR-FOUND-IX      PIC 9(4) VALUE 0.
        05 WS-PAIR-A             PIC 9(4) VALUE 0.
        05 WS-PAIR-B             PIC 9(4) VALUE 0.
        05 WS-PCT-A              PIC 9(3) VALUE 0.
        05 WS-PCT-B              PIC 9(3) VALUE 0.
        05 WS-DIAGONAL-BIAS      PIC 9(8) VALUE 10000000.
    01 WS-PAIR-TABLE.
        05 WS-PAIR-ENTRY OCCURS 2000 TIMES.
            10 WS-PT-FILE-A      PIC 9(4).
            10 WS-PT-FILE-B      PIC 9(4).
            10 WS-PT-SHARED-A    PIC 9(7).
            10 WS-PT-SHARED-B    PIC 9(7).
            10 WS-PT-BLOCKS      PIC 9(5).
    01 WS-RUN-FIELDS.
        05 WS-RUN-LEN            PIC 9(7) VALUE 0.
        05 WS-RUN-FILE-A         PIC 9(4) VALUE 0.
        05 WS-RUN-FILE-B         PIC 9(4) VALUE 0.
        05 WS-RUN-START-A        PIC 9(7) VALUE 0.
        05 WS-RUN-START-B        PIC 9(7) VALUE 0.
        05 WS-RUN-LAST-A         PIC 9(7) VALUE 0.
        05 WS-RUN-LAST-B         PIC 9(7) VALUE 0.
        05 WS-RUN-DIAGONAL       PIC 9(8) VALUE 0.
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
                VALUE 'CALIBRATION CROSS-FILE DUPLICATE REPORT'.
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
            10 WS-H-SRC-LABEL    PIC X(14).
            10 WS-H-SRC-FILE     PIC X(80).
            10 FILLER            PIC X(38) VALUE SPACES.
        05 WS-HDR-LINE-4.
            10 FILLER            PIC X(16) VALUE 'HOLD THRESHOLD: '.
            10 WS-H-HOLD-PCT     PIC ZZ9.
            10 FILLER            PIC X(24) VALUE '%   MINIMUM BLOCK SIZE: '.
            10 WS-H-BLOCK-MIN    PIC ZZ9.
            10 FILLER            PIC X(86) VALUE SPACES.
        05 WS-SECTION-LINE.
            10 WS-SEC-TITLE      PIC X(60).
            10 FILLER            PIC X(72) VALUE SPACES.
        05 WS-DUP-LINE.
            10 WS-DL-GROUP       PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-STATION-ID  PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SEQ-NO      PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-DL-TEXT        PIC X(50).
        05 WS-DUP-CONT-LINE.
            10 FILLER            PIC X(110) VALUE SPACES.
            10 WS-DC-TEXT        PIC X(50).
        05 WS-BLOCK-LINE.
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-BK-FILE-A      PIC X(80).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-BK-FROM-A      PIC Z(6)9.
            10 FILLER            PIC X(01) VALUE '-'.
            10 WS-BK-THRU-A      PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-BK-LINES       PIC Z(6)9.
            10 FILLER            PIC X(07) VALUE ' LINES'.
            10 FILLER            PIC X(44) VALUE SPACES.
        05 WS-BLOCK-LINE-2.
            10 FILLER            PIC X(04) VALUE 'AND '.
            10 WS-BK-FILE-B      PIC X(80).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-BK-FROM-B      PIC Z(6)9.
            10 FILLER            PIC X(01) VALUE '-'.
            10 WS-BK-THRU-B      PIC Z(6)9.
            10 FILLER            PIC X(60) VALUE SPACES.
        05 WS-PAIR-LINE.
            10 FILLER            PIC X(04) VALUE SPACES.
            10 WS-PL-FILE-A      PIC X(80).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-PL-SHARED-A    PIC Z(6)9.
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-PL-PCT-A       PIC ZZ9.
            10 FILLER            PIC X(03) VALUE '%  '.
            10 FILLER            PIC X(08) VALUE 'BLOCKS: '.
            10 WS-PL-BLOCKS      PIC ZZZZ9.
            10 FILLER            PIC X(48) VALUE SPACES.
        05 WS-PAIR-LINE-2.
            10 FILLER            PIC X(04) VALUE 'AND '.
            10 WS-PL-FILE-B      PIC X(80).
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-PL-SHARED-B    PIC Z(6)9.
            10 FILLER            PIC X(01) VALUE SPACES.
            10 WS-PL-PCT-B       PIC ZZ9.
            10 FILLER            PIC X(01) VALUE '%'.
            10 FILLER            PIC X(63) VALUE SPACES.
        05 WS-HOLD-LINE.
            10 WS-HL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-HL-STATION-ID  PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-HL-LINES       PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-HL-DUP-LINES   PIC Z(6)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-HL-PCT         PIC ZZ9.
            10 FILLER            PIC X(03) VALUE '%  '.
            10 WS-HL-ACTION      PIC X(18).
            10 FILLER            PIC X(26) VALUE SPACES.
        05 WS-HOLD-LINE-2.
            10 FILLER            PIC X(04) VALUE SPACES.
            10 FILLER            PIC X(14) VALUE 'MOST OVERLAP: '.
            10 WS-HL-PARTNER     PIC X(80).
            10 FILLER            PIC X(62) VALUE SPACES.
        05 WS-RELEASE-LINE.
            10 FILLER            PIC X(14) VALUE 'RELEASE FILE: '.
            10 WS-RL-SOURCE-FILE PIC X(80).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RL-OPER        PIC X(20).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RL-ACTION      PIC X(30).
            10 FILLER            PIC X(12) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'FILES READ:                   '.
            10 WS-F-FILES        PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'LINES SORTED:                 '.
            10 WS-F-SORTED       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'DUPLICATED LINE TEXTS:        '.
            10 WS-F-GROUPS       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'LINES IN MORE THAN ONE FILE:  '.
            10 WS-F-DUP-LINES    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'DUPLICATE BLOCKS:             '.
            10 WS-F-BLOCKS       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'FILE PAIRS SHARING LINES:     '.
            10 WS-F-PAIRS        PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'FILES HELD:                   '.
            10 WS-F-HELD         PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-8.
            10 FILLER            PIC X(30) VALUE 'FILES RELEASED EARLIER:       '.
            10 WS-F-RELEASED     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-9.
            10 FILLER            PIC X(30) VALUE 'ENTRIES NOT COMPARED:         '.
            10 WS-F-OVERFLOW     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    IF WS-RELEASE-MODE
        PERFORM 800-RELEASE-HOLD-RTN
    ELSE
        SORT LINE-SORT
            ON ASCENDING KEY SW-LINE-TEXT SW-FILE-IX SW-SEQ-NO
            INPUT PROCEDURE IS 100-RELEASE-LINES-RTN
            OUTPUT PROCEDURE IS 200-SCAN-SORTED-RTN
        CLOSE PAIR-FILE
        MOVE 'DUPLICATE BLOCKS' TO WS-SEC-TITLE
        PERFORM 080-WRITE-SECTION-RTN
        IF WS-PAIRS-WRITTEN > 0
            SORT PAIR-SORT
                ON ASCENDING KEY SP-FILE-A SP-FILE-B SP-DIAGONAL SP-SEQ-A
                USING PAIR-FILE
                OUTPUT PROCEDURE IS 400-FIND-BLOCKS-RTN
        END-IF
        PERFORM 450-WRITE-PAIRS-RTN
        PERFORM 460-EVALUATE-HOLDS-RTN
        PERFORM 500-WRITE-FOOTER-RTN
        DISPLAY 'DUPLICATE CHECK COMPLETE, FILES: ' WS-FILE-COUNT
                ' DUPLICATE LINES: ' WS-DUP-LINE-COUNT
                ' HELD: ' WS-HELD-COUNT
        EVALUATE TRUE
            WHEN WS-IO-ERROR
                MOVE 12 TO RETURN-CODE
            WHEN WS-HELD-COUNT > 0
                MOVE 8 TO RETURN-CODE
            WHEN WS-DUP-GROUP-COUNT > 0
              OR WS-OVERFLOW-COUNT > 0
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.
    PERFORM 900-CLOSE-RTN.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-RELEASE-NAME.
        ACCEPT WS-RELEASE-NAME FROM ENVIRONMENT 'CALDUPRLSE'.
        IF WS-RELEASE-NAME NOT = SPACES
            SET WS-RELEASE-MODE TO TRUE
            MOVE SPACES TO WS-RELEASE-OPER
            ACCEPT WS-RELEASE-OPER FROM ENVIRONMENT 'CALDUPOPER'
            IF WS-RELEASE-OPER = SPACES
                DISPLAY 'ERROR: CALDUPRLSE SET BUT CALDUPOPER NOT SET'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALDUPPCT'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-HOLD-PCT
            END-IF
            IF WS-PARM-BAD-SW = 'Y' OR WS-HOLD-PCT > 100
                DISPLAY 'WARNING: INVALID CALDUPPCT VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
                MOVE 25 TO WS-HOLD-PCT
            END-IF
        END-IF.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALDUPBLK'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-PARM-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-BLOCK-MIN
            END-IF
            IF WS-PARM-BAD-SW = 'Y' OR WS-BLOCK-MIN < 2
                DISPLAY 'WARNING: INVALID CALDUPBLK VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
                MOVE 3 TO WS-BLOCK-MIN
            END-IF
        END-IF.

        IF NOT WS-RELEASE-MODE
            MOVE SPACES TO WS-CTLFILE-NAME
            ACCEPT WS-CTLFILE-NAME FROM ENVIRONMENT 'CALCTLFILE'
            IF WS-CTLFILE-NAME = SPACES
                DISPLAY 'ERROR: CALCTLFILE NOT SET'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT CONTROL-FILE
            IF WS-CTLFILE-STATUS NOT = '00'
                DISPLAY 'ERROR: UNABLE TO OPEN CONTROL FILE '
                        WS-CTLFILE-NAME
                        ' STATUS = ' WS-CTLFILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT PAIR-FILE
            IF WS-PAIR-STATUS NOT = '00'
                DISPLAY 'ERROR: UNABLE TO OPEN PAIR WORK FILE '
                        ' STATUS = ' WS-PAIR-STATUS
                CLOSE CONTROL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

        OPEN OUTPUT DUP-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN DUPLICATE REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            IF NOT WS-RELEASE-MODE
                CLOSE CONTROL-FILE
                      PAIR-FILE
            END-IF
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    060-CHECK-PARM-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            IF WS-PARM-INPUT(WS-K:1) NOT = SPACE
               AND (WS-PARM-INPUT(WS-K:1) < '0'
                    OR WS-PARM-INPUT(WS-K:1) > '9')
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        IF WS-RELEASE-MODE
            MOVE 'RELEASE FILE: ' TO WS-H-SRC-LABEL
            MOVE WS-RELEASE-NAME TO WS-H-SRC-FILE
        ELSE
            MOVE 'CONTROL FILE: ' TO WS-H-SRC-LABEL
            MOVE WS-CTLFILE-NAME TO WS-H-SRC-FILE
        END-IF.
        MOVE WS-HOLD-PCT TO WS-H-HOLD-PCT.
        MOVE WS-BLOCK-MIN TO WS-H-BLOCK-MIN.
        WRITE DUP-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF NOT WS-RELEASE-MODE
            WRITE DUP-RPT-LINE FROM WS-HDR-LINE-4
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    080-WRITE-SECTION-RTN.
        WRITE DUP-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-SECTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-RELEASE-LINES-RTN.
        MOVE 'N' TO WS-CTL-EOF.
        PERFORM UNTIL WS-CTL-EOF = 'Y'
            READ CONTROL-FILE
            AT END MOVE 'Y' TO WS-CTL-EOF
            NOT AT END
                IF CONTROL-REC NOT = SPACES
                    MOVE CONTROL-REC TO WS-INFILE-NAME
                    PERFORM 110-RELEASE-FILE-RTN
                END-IF
            END-READ
        END-PERFORM.
        CLOSE CONTROL-FILE.

    110-RELEASE-FILE-RTN.
        IF WS-FILE-COUNT >= WS-FILE-MAX
            DISPLAY 'ERROR: FILE TABLE FULL AT '
                    WS-FILE-MAX ' FILES'
            CLOSE CONTROL-FILE
                  PAIR-FILE
                  DUP-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-FILE-COUNT.
        MOVE WS-INFILE-NAME TO WS-FT-NAME(WS-FILE-COUNT).
        MOVE SPACES TO WS-FT-STATION-ID(WS-FILE-COUNT).
        MOVE 0 TO WS-FT-LINE-COUNT(WS-FILE-COUNT).
        MOVE 0 TO WS-FT-DUP-LINES(WS-FILE-COUNT).
        MOVE 0 TO WS-FT-MAX-PCT(WS-FILE-COUNT).
        MOVE 0 TO WS-FT-PARTNER-IX(WS-FILE-COUNT).
        MOVE 'Y' TO WS-FT-OPEN-SW(WS-FILE-COUNT).

        OPEN INPUT INFILE.
        IF WS-INFILE-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN INPUT FILE ' WS-INFILE-NAME
                    ' STATUS = ' WS-INFILE-STATUS
            MOVE 'N' TO WS-FT-OPEN-SW(WS-FILE-COUNT)
            ADD 1 TO WS-OPEN-FAIL-COUNT
            SET WS-IO-ERROR TO TRUE
        ELSE
            MOVE 0 TO WS-FILE-SEQ
            MOVE SPACES TO WS-STATION-ID
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ INFILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE TRUE
                        WHEN W-INPUT(1:4) = 'HDR*'
                           AND WS-FILE-SEQ = 0
                           AND WS-STATION-ID = SPACES
                            MOVE W-INPUT(5:8) TO WS-STATION-ID
                        WHEN W-INPUT(1:4) = 'TRL*'
                            CONTINUE
                        WHEN OTHER
                            ADD 1 TO WS-FILE-SEQ
                            IF W-INPUT(1:256) NOT = SPACES
                                MOVE W-INPUT(1:256) TO SW-LINE-TEXT
                                MOVE WS-FILE-COUNT TO SW-FILE-IX
                                MOVE WS-FILE-SEQ TO SW-SEQ-NO
                                RELEASE LINE-SORT-REC
                                ADD 1 TO WS-LINES-SORTED
                                ADD 1 TO WS-FT-LINE-COUNT(WS-FILE-COUNT)
                            END-IF
                    END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE INFILE
            MOVE WS-STATION-ID TO WS-FT-STATION-ID(WS-FILE-COUNT)
        END-IF.

    200-SCAN-SORTED-RTN.
        MOVE 'DUPLICATE LINES' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        MOVE 0 TO WS-GRP-COUNT.
        MOVE 'N' TO WS-SORT-EOF.
        PERFORM UNTIL WS-SORT-EOF = 'Y'
            RETURN LINE-SORT
            AT END MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                IF WS-GRP-COUNT > 0
                   AND SW-LINE-TEXT NOT = WS-GRP-TEXT
                    PERFORM 210-FINISH-GROUP-RTN
                END-IF
                IF WS-GRP-COUNT = 0
                    MOVE SW-LINE-TEXT TO WS-GRP-TEXT
                END-IF
                IF WS-GRP-COUNT < WS-GRP-MAX
                    ADD 1 TO WS-GRP-COUNT
                    MOVE SW-FILE-IX TO WS-GE-FILE-IX(WS-GRP-COUNT)
                    MOVE SW-SEQ-NO TO WS-GE-SEQ-NO(WS-GRP-COUNT)
                ELSE
                    ADD 1 TO WS-OVERFLOW-COUNT
                END-IF
            END-RETURN
        END-PERFORM.
        IF WS-GRP-COUNT > 0
            PERFORM 210-FINISH-GROUP-RTN
        END-IF.

    210-FINISH-GROUP-RTN.
        MOVE 0 TO WS-GRP-FILES.
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-COUNT
            IF WS-I = 1
                MOVE 'Y' TO WS-GE-FIRST-SW(WS-I)
            ELSE
                IF WS-GE-FILE-IX(WS-I) NOT = WS-GE-FILE-IX(WS-I - 1)
                    MOVE 'Y' TO WS-GE-FIRST-SW(WS-I)
                ELSE
                    MOVE 'N' TO WS-GE-FIRST-SW(WS-I)
                END-IF
            END-IF
            IF WS-GE-FIRST-SW(WS-I) = 'Y'
                ADD 1 TO WS-GRP-FILES
            END-IF
        END-PERFORM.
        IF WS-GRP-FILES > 1
            ADD 1 TO WS-DUP-GROUP-COUNT
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-COUNT
                PERFORM 220-WRITE-DUP-LINE-RTN
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-GRP-COUNT
                    IF WS-GE-FILE-IX(WS-J) NOT = WS-GE-FILE-IX(WS-I)
                        IF WS-GE-FIRST-SW(WS-J) = 'Y'
                            PERFORM 230-ADD-PAIR-RTN
                        END-IF
                        IF WS-GE-FILE-IX(WS-I) < WS-GE-FILE-IX(WS-J)
                            PERFORM 235-WRITE-PAIR-REC-RTN
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF.
        MOVE 0 TO WS-GRP-COUNT.

    220-WRITE-DUP-LINE-RTN.
        ADD 1 TO WS-DUP-LINE-COUNT.
        ADD 1 TO WS-FT-DUP-LINES(WS-GE-FILE-IX(WS-I)).
        MOVE WS-DUP-GROUP-COUNT TO WS-DL-GROUP.
        MOVE WS-FT-STATION-ID(WS-GE-FILE-IX(WS-I)) TO WS-DL-STATION-ID.
        MOVE WS-GE-SEQ-NO(WS-I) TO WS-DL-SEQ-NO.
        MOVE WS-FT-NAME(WS-GE-FILE-IX(WS-I)) TO WS-DL-SOURCE-FILE.
        MOVE WS-GRP-TEXT TO WS-DL-TEXT.
        WRITE DUP-RPT-LINE FROM WS-DUP-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        MOVE 0 TO WS-TEXT-END.
        INSPECT FUNCTION REVERSE(WS-GRP-TEXT)
            TALLYING WS-TEXT-END FOR LEADING SPACE.
        SUBTRACT WS-TEXT-END FROM FUNCTION LENGTH(WS-GRP-TEXT)
            GIVING WS-TEXT-END.
        PERFORM VARYING WS-TEXT-POS FROM 51 BY 50
                UNTIL WS-TEXT-POS > WS-TEXT-END
            COMPUTE WS-TEXT-LEN = WS-TEXT-END - WS-TEXT-POS + 1
            IF WS-TEXT-LEN > 50
                MOVE 50 TO WS-TEXT-LEN
            END-IF
            MOVE WS-GRP-TEXT(WS-TEXT-POS:WS-TEXT-LEN) TO WS-DC-TEXT
            WRITE DUP-RPT-LINE FROM WS-DUP-CONT-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.

    230-ADD-PAIR-RTN.
        IF WS-GE-FILE-IX(WS-I) < WS-GE-FILE-IX(WS-J)
            MOVE WS-GE-FILE-IX(WS-I) TO WS-PAIR-A
            MOVE WS-GE-FILE-IX(WS-J) TO WS-PAIR-B
        ELSE
            MOVE WS-GE-FILE-IX(WS-J) TO WS-PAIR-A
            MOVE WS-GE-FILE-IX(WS-I) TO WS-PAIR-B
        END-IF.
        PERFORM 240-FIND-PAIR-RTN.
        IF WS-PAIR-FOUND-IX = 0
            IF WS-PAIR-COUNT < WS-PAIR-MAX
                ADD 1 TO WS-PAIR-COUNT
                MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IX
                MOVE WS-PAIR-A TO WS-PT-FILE-A(WS-PAIR-COUNT)
                MOVE WS-PAIR-B TO WS-PT-FILE-B(WS-PAIR-COUNT)
                MOVE 0 TO WS-PT-SHARED-A(WS-PAIR-COUNT)
                MOVE 0 TO WS-PT-SHARED-B(WS-PAIR-COUNT)
                MOVE 0 TO WS-PT-BLOCKS(WS-PAIR-COUNT)
            ELSE
                ADD 1 TO WS-OVERFLOW-COUNT
            END-IF
        END-IF.
        IF WS-PAIR-FOUND-IX > 0
            IF WS-GE-FILE-IX(WS-I) = WS-PAIR-A
                ADD 1 TO WS-PT-SHARED-A(WS-PAIR-FOUND-IX)
            ELSE
                ADD 1 TO WS-PT-SHARED-B(WS-PAIR-FOUND-IX)
            END-IF
        END-IF.

    235-WRITE-PAIR-REC-RTN.
        MOVE WS-GE-FILE-IX(WS-I) TO WS-PAIR-A.
        MOVE WS-GE-FILE-IX(WS-J) TO WS-PAIR-B.
        PERFORM 240-FIND-PAIR-RTN.
        IF WS-PAIR-FOUND-IX > 0
            MOVE WS-PAIR-A TO PF-FILE-A
            MOVE WS-GE-SEQ-NO(WS-I) TO PF-SEQ-A
            MOVE WS-PAIR-B TO PF-FILE-B
            MOVE WS-GE-SEQ-NO(WS-J) TO PF-SEQ-B
            COMPUTE PF-DIAGONAL = WS-DIAGONAL-BIAS
                + WS-GE-SEQ-NO(WS-J) - WS-GE-SEQ-NO(WS-I)
            WRITE PAIR-REC
            IF WS-PAIR-STATUS NOT = '00'
                DISPLAY 'ERROR: PAIR WORK FILE WRITE FAILED, '
                        'STATUS = ' WS-PAIR-STATUS
                SET WS-IO-ERROR TO TRUE
            ELSE
                ADD 1 TO WS-PAIRS-WRITTEN
            END-IF
        END-IF.

    240-FIND-PAIR-RTN.
        MOVE 0 TO WS-PAIR-FOUND-IX.
        PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                   OR WS-PAIR-FOUND-IX > 0
            IF WS-PT-FILE-A(WS-PAIR-IX) = WS-PAIR-A
               AND WS-PT-FILE-B(WS-PAIR-IX) = WS-PAIR-B
                MOVE WS-PAIR-IX TO WS-PAIR-FOUND-IX
            END-IF
        END-PERFORM.

    400-FIND-BLOCKS-RTN.
        MOVE 0 TO WS-RUN-LEN.
        MOVE 'N' TO WS-SORT-EOF.
        PERFORM UNTIL WS-SORT-EOF = 'Y'
            RETURN PAIR-SORT
            AT END MOVE 'Y' TO WS-SORT-EOF
            NOT AT END
                IF WS-RUN-LEN > 0
                   AND SP-FILE-A = WS-RUN-FILE-A
                   AND SP-FILE-B = WS-RUN-FILE-B
                   AND SP-DIAGONAL = WS-RUN-DIAGONAL
                   AND SP-SEQ-A = WS-RUN-LAST-A + 1
                    ADD 1 TO WS-RUN-LEN
                    MOVE SP-SEQ-A TO WS-RUN-LAST-A
                    MOVE SP-SEQ-B TO WS-RUN-LAST-B
                ELSE
                    IF WS-RUN-LEN > 0
                        PERFORM 410-CLOSE-RUN-RTN
                    END-IF
                    MOVE 1 TO WS-RUN-LEN
                    MOVE SP-FILE-A TO WS-RUN-FILE-A
                    MOVE SP-FILE-B TO WS-RUN-FILE-B
                    MOVE SP-DIAGONAL TO WS-RUN-DIAGONAL
                    MOVE SP-SEQ-A TO WS-RUN-START-A
                    MOVE SP-SEQ-A TO WS-RUN-LAST-A
                    MOVE SP-SEQ-B TO WS-RUN-START-B
                    MOVE SP-SEQ-B TO WS-RUN-LAST-B
                END-IF
            END-RETURN
        END-PERFORM.
        IF WS-RUN-LEN > 0
            PERFORM 410-CLOSE-RUN-RTN
        END-IF.

    410-CLOSE-RUN-RTN.
        IF WS-RUN-LEN >= WS-BLOCK-MIN
            ADD 1 TO WS-BLOCK-COUNT
            ADD WS-RUN-LEN TO WS-BLOCK-LINE-COUNT
            MOVE WS-RUN-FILE-A TO WS-PAIR-A
            MOVE WS-RUN-FILE-B TO WS-PAIR-B
            PERFORM 240-FIND-PAIR-RTN
            IF WS-PAIR-FOUND-IX > 0
                ADD 1 TO WS-PT-BLOCKS(WS-PAIR-FOUND-IX)
            END-IF
            MOVE WS-FT-NAME(WS-RUN-FILE-A) TO WS-BK-FILE-A
            MOVE WS-RUN-START-A TO WS-BK-FROM-A
            MOVE WS-RUN-LAST-A TO WS-BK-THRU-A
            MOVE WS-FT-NAME(WS-RUN-FILE-B) TO WS-BK-FILE-B
            MOVE WS-RUN-START-B TO WS-BK-FROM-B
            MOVE WS-RUN-LAST-B TO WS-BK-THRU-B
            MOVE WS-RUN-LEN TO WS-BK-LINES
            WRITE DUP-RPT-LINE FROM WS-BLOCK-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
            WRITE DUP-RPT-LINE FROM WS-BLOCK-LINE-2
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        MOVE 0 TO WS-RUN-LEN.

    450-WRITE-PAIRS-RTN.
        MOVE 'LINES SHARED BY FILE PAIR' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                UNTIL WS-PAIR-IX > WS-PAIR-COUNT
            MOVE WS-PT-FILE-A(WS-PAIR-IX) TO WS-PAIR-A
            MOVE WS-PT-FILE-B(WS-PAIR-IX) TO WS-PAIR-B
            MOVE 0 TO WS-PCT-A
            MOVE 0 TO WS-PCT-B
            IF WS-FT-LINE-COUNT(WS-PAIR-A) > 0
                COMPUTE WS-PCT-A ROUNDED =
                    (WS-PT-SHARED-A(WS-PAIR-IX) * 100)
                    / WS-FT-LINE-COUNT(WS-PAIR-A)
            END-IF
            IF WS-FT-LINE-COUNT(WS-PAIR-B) > 0
                COMPUTE WS-PCT-B ROUNDED =
                    (WS-PT-SHARED-B(WS-PAIR-IX) * 100)
                    / WS-FT-LINE-COUNT(WS-PAIR-B)
            END-IF
            IF WS-PCT-A > WS-FT-MAX-PCT(WS-PAIR-A)
               OR WS-FT-PARTNER-IX(WS-PAIR-A) = 0
                MOVE WS-PCT-A TO WS-FT-MAX-PCT(WS-PAIR-A)
                MOVE WS-PAIR-B TO WS-FT-PARTNER-IX(WS-PAIR-A)
            END-IF
            IF WS-PCT-B > WS-FT-MAX-PCT(WS-PAIR-B)
               OR WS-FT-PARTNER-IX(WS-PAIR-B) = 0
                MOVE WS-PCT-B TO WS-FT-MAX-PCT(WS-PAIR-B)
                MOVE WS-PAIR-A TO WS-FT-PARTNER-IX(WS-PAIR-B)
            END-IF
            MOVE WS-FT-NAME(WS-PAIR-A) TO WS-PL-FILE-A
            MOVE WS-PT-SHARED-A(WS-PAIR-IX) TO WS-PL-SHARED-A
            MOVE WS-PCT-A TO WS-PL-PCT-A
            MOVE WS-FT-NAME(WS-PAIR-B) TO WS-PL-FILE-B
            MOVE WS-PT-SHARED-B(WS-PAIR-IX) TO WS-PL-SHARED-B
            MOVE WS-PCT-B TO WS-PL-PCT-B
            MOVE WS-PT-BLOCKS(WS-PAIR-IX) TO WS-PL-BLOCKS
            WRITE DUP-RPT-LINE FROM WS-PAIR-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
            WRITE DUP-RPT-LINE FROM WS-PAIR-LINE-2
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.

    460-EVALUATE-HOLDS-RTN.
        MOVE 'FILE HOLD STATUS' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        OPEN I-O HOLD-FILE.
        IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '05'
            SET WS-HOLD-OPEN TO TRUE
        ELSE
            DISPLAY 'ERROR: UNABLE TO OPEN HOLD FILE '
                    ' STATUS = ' WS-HOLD-STATUS
            SET WS-IO-ERROR TO TRUE
        END-IF.
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FILE-COUNT
            MOVE SPACES TO WS-HL-PARTNER
            IF WS-FT-PARTNER-IX(WS-I) > 0
                MOVE WS-FT-NAME(WS-FT-PARTNER-IX(WS-I)) TO WS-HL-PARTNER
            END-IF
            EVALUATE TRUE
                WHEN WS-FT-OPEN-SW(WS-I) = 'N'
                    MOVE 'NOT READ' TO WS-HL-ACTION
                WHEN WS-FT-MAX-PCT(WS-I) > WS-HOLD-PCT
                    PERFORM 470-HOLD-FILE-RTN
                WHEN WS-FT-DUP-LINES(WS-I) > 0
                    MOVE 'BELOW THRESHOLD' TO WS-HL-ACTION
                WHEN OTHER
                    MOVE 'NO OVERLAP' TO WS-HL-ACTION
            END-EVALUATE
            MOVE WS-FT-NAME(WS-I) TO WS-HL-SOURCE-FILE
            MOVE WS-FT-STATION-ID(WS-I) TO WS-HL-STATION-ID
            MOVE WS-FT-LINE-COUNT(WS-I) TO WS-HL-LINES
            MOVE WS-FT-DUP-LINES(WS-I) TO WS-HL-DUP-LINES
            MOVE WS-FT-MAX-PCT(WS-I) TO WS-HL-PCT
            WRITE DUP-RPT-LINE FROM WS-HOLD-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
            IF WS-HL-PARTNER NOT = SPACES
                WRITE DUP-RPT-LINE FROM WS-HOLD-LINE-2
                PERFORM 950-CHECK-RPT-STATUS-RTN
            END-IF
        END-PERFORM.
        IF WS-HOLD-OPEN
            CLOSE HOLD-FILE
            MOVE 'N' TO WS-HOLD-OPEN-SW
        END-IF.

    470-HOLD-FILE-RTN.
        IF NOT WS-HOLD-OPEN
            MOVE 'HOLD NOT RECORDED' TO WS-HL-ACTION
        ELSE
            MOVE WS-FT-NAME(WS-I) TO DH-SOURCE-FILE
            READ HOLD-FILE
            EVALUATE WS-HOLD-STATUS
                WHEN '23'
                    MOVE SPACES TO HOLD-REC
                    MOVE WS-FT-NAME(WS-I) TO DH-SOURCE-FILE
                    MOVE WS-FT-STATION-ID(WS-I) TO DH-STATION-ID
                    SET DH-HELD TO TRUE
                    MOVE WS-RUN-DATE TO DH-HOLD-DATE
                    MOVE WS-FT-MAX-PCT(WS-I) TO DH-OVERLAP-PCT
                    MOVE WS-HL-PARTNER TO DH-PARTNER-FILE
                    MOVE 0 TO DH-RELEASE-DATE
                    WRITE HOLD-REC
                    IF WS-HOLD-STATUS = '00'
                        MOVE 'HELD' TO WS-HL-ACTION
                        ADD 1 TO WS-HELD-COUNT
                    ELSE
                        DISPLAY 'ERROR: HOLD FILE WRITE FAILED, '
                                'STATUS = ' WS-HOLD-STATUS
                        MOVE 'HOLD NOT RECORDED' TO WS-HL-ACTION
                        SET WS-IO-ERROR TO TRUE
                    END-IF
                WHEN '00'
                    IF DH-RELEASED
                        MOVE 'RELEASED EARLIER' TO WS-HL-ACTION
                        ADD 1 TO WS-RELEASED-COUNT
                    ELSE
                        MOVE WS-FT-MAX-PCT(WS-I) TO DH-OVERLAP-PCT
                        MOVE WS-HL-PARTNER TO DH-PARTNER-FILE
                        REWRITE HOLD-REC
                        IF WS-HOLD-STATUS NOT = '00'
                            DISPLAY 'ERROR: HOLD FILE REWRITE FAILED, '
                                    'STATUS = ' WS-HOLD-STATUS
                            SET WS-IO-ERROR TO TRUE
                        END-IF
                        MOVE 'HELD EARLIER' TO WS-HL-ACTION
                        ADD 1 TO WS-HELD-COUNT
                    END-IF
                WHEN OTHER
                    DISPLAY 'ERROR: HOLD FILE READ FAILED, STATUS = '
                            WS-HOLD-STATUS
                    MOVE 'HOLD NOT RECORDED' TO WS-HL-ACTION
                    SET WS-IO-ERROR TO TRUE
            END-EVALUATE
        END-IF.

    500-WRITE-FOOTER-RTN.
        MOVE WS-FILE-COUNT TO WS-F-FILES.
        MOVE WS-LINES-SORTED TO WS-F-SORTED.
        MOVE WS-DUP-GROUP-COUNT TO WS-F-GROUPS.
        MOVE WS-DUP-LINE-COUNT TO WS-F-DUP-LINES.
        MOVE WS-BLOCK-COUNT TO WS-F-BLOCKS.
        MOVE WS-PAIR-COUNT TO WS-F-PAIRS.
        MOVE WS-HELD-COUNT TO WS-F-HELD.
        MOVE WS-RELEASED-COUNT TO WS-F-RELEASED.
        MOVE WS-OVERFLOW-COUNT TO WS-F-OVERFLOW.
        WRITE DUP-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-7.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-FTR-LINE-8.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-OVERFLOW-COUNT > 0
            WRITE DUP-RPT-LINE FROM WS-FTR-LINE-9
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    800-RELEASE-HOLD-RTN.
        MOVE WS-RELEASE-NAME TO WS-RL-SOURCE-FILE.
        MOVE WS-RELEASE-OPER TO WS-RL-OPER.
        OPEN I-O HOLD-FILE.
        EVALUATE WS-HOLD-STATUS
            WHEN '05'
                CLOSE HOLD-FILE
                MOVE 'NOT HELD - NO HOLDS ON FILE' TO WS-RL-ACTION
                MOVE 4 TO RETURN-CODE
            WHEN '00'
                MOVE WS-RELEASE-NAME TO DH-SOURCE-FILE
                READ HOLD-FILE
                EVALUATE TRUE
                    WHEN WS-HOLD-STATUS = '23'
                        MOVE 'NOT ON HOLD FILE' TO WS-RL-ACTION
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-HOLD-STATUS NOT = '00'
                        DISPLAY 'ERROR: HOLD FILE READ FAILED, STATUS = '
                                WS-HOLD-STATUS
                        MOVE 'RELEASE FAILED - READ ERROR' TO WS-RL-ACTION
                        MOVE 12 TO RETURN-CODE
                    WHEN DH-RELEASED
                        MOVE 'ALREADY RELEASED' TO WS-RL-ACTION
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        SET DH-RELEASED TO TRUE
                        MOVE WS-RUN-DATE TO DH-RELEASE-DATE
                        MOVE WS-RELEASE-OPER TO DH-RELEASE-OPER
                        REWRITE HOLD-REC
                        IF WS-HOLD-STATUS = '00'
                            MOVE 'RELEASED' TO WS-RL-ACTION
                            ADD 1 TO WS-RELEASED-COUNT
                            MOVE 0 TO RETURN-CODE
                        ELSE
                            DISPLAY 'ERROR: HOLD FILE REWRITE FAILED, '
                                    'STATUS = ' WS-HOLD-STATUS
                            MOVE 'RELEASE FAILED - REWRITE ERROR'
                                TO WS-RL-ACTION
                            MOVE 12 TO RETURN-CODE
                        END-IF
                END-EVALUATE
                CLOSE HOLD-FILE
            WHEN OTHER
                DISPLAY 'ERROR: UNABLE TO OPEN HOLD FILE '
                        ' STATUS = ' WS-HOLD-STATUS
                MOVE 'RELEASE FAILED - HOLD FILE' TO WS-RL-ACTION
                MOVE 12 TO RETURN-CODE
        END-EVALUATE.
        WRITE DUP-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE DUP-RPT-LINE FROM WS-RELEASE-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        DISPLAY 'RELEASE OF ' WS-RELEASE-NAME ': ' WS-RL-ACTION.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBDUPL' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-FILE-COUNT TO RL-COUNT-1
            MOVE WS-DUP-LINE-COUNT TO RL-COUNT-2
            MOVE WS-HELD-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE DUP-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
