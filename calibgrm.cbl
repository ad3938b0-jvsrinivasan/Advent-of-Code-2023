IDENTIFICATION DIVISION.
PROGRAM-ID. CALIBGRM.
AUTHOR. SRINIVASAN-JV.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPTIONAL GEN-CATALOG ASSIGN TO 'GENCAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENCAT-STATUS.
        SELECT OPTIONAL RETENTION-FILE ASSIGN TO 'GENRETN'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETN-STATUS.
        SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENFILE-STATUS.
        SELECT GROOM-RPT ASSIGN TO 'GRMRPT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        SELECT OPTIONAL RUN-LOG ASSIGN TO 'RUNLOG'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD GEN-CATALOG.
    COPY 'gencrec'.
    FD RETENTION-FILE.
    01 RETENTION-REC.
        05 GR-OUTPUT-TYPE         PIC X(08).
        05 GR-KEEP-COUNT          PIC X(03).
    FD GEN-FILE.
    01 GEN-FILE-REC               PIC X(80).
    FD GROOM-RPT.
    01 GROOM-RPT-LINE             PIC X(132).
    FD RUN-LOG.
    COPY 'runlgrec'.
    WORKING-STORAGE SECTION.
    01 WS-WORK-VARIABLES.
        05 WS-EOF                PIC A VALUE 'N'.
        05 WS-CATALOG-READ       PIC 9(7) VALUE 0.
        05 WS-RETN-READ          PIC 9(7) VALUE 0.
        05 WS-RETN-BAD-COUNT     PIC 9(7) VALUE 0.
        05 WS-EXPIRED-COUNT      PIC 9(7) VALUE 0.
        05 WS-DELETED-COUNT      PIC 9(7) VALUE 0.
        05 WS-MISSING-COUNT      PIC 9(7) VALUE 0.
        05 WS-FAILED-COUNT       PIC 9(7) VALUE 0.
        05 WS-REMAINING-COUNT    PIC 9(7) VALUE 0.
        05 WS-COMPLETION-CODE    PIC 9(2) VALUE 0.
        05 WS-IO-ERROR-SW        PIC A VALUE 'N'.
            88 WS-IO-ERROR                  VALUE 'Y'.
        05 WS-K                  PIC 9(3) VALUE 0.
        05 WS-DELETE-RC          PIC S9(9) VALUE 0.
        05 WS-GEN-FILE-NAME      PIC X(40) VALUE SPACES.
        05 WS-RESULT             PIC X(32) VALUE SPACES.
        05 WS-GENCAT-STATUS      PIC XX VALUE SPACES.
        05 WS-RETN-STATUS        PIC XX VALUE SPACES.
        05 WS-GENFILE-STATUS     PIC XX VALUE SPACES.
        05 WS-RPT-STATUS         PIC XX VALUE SPACES.
        05 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
    01 WS-PARAMETER-FIELDS.
        05 WS-PARM-INPUT         PIC X(03) VALUE SPACES.
        05 WS-PARM-BAD-SW        PIC A VALUE 'N'.
        05 WS-DEFAULT-KEEP       PIC 9(3) VALUE 7.
        05 WS-KEEP-VALUE         PIC 9(3) VALUE 0.
        05 WS-TEST-SW            PIC A VALUE 'N'.
            88 WS-TEST-MODE                 VALUE 'Y'.
    01 WS-TYPE-FIELDS.
        05 WS-TYPE-COUNT         PIC 9(3) VALUE 0.
        05 WS-TYPE-MAX           PIC 9(3) VALUE 50.
        05 WS-TYPE-IX            PIC 9(3) VALUE 0.
        05 WS-TYPE-FOUND-IX      PIC 9(3) VALUE 0.
        05 WS-SEARCH-TYPE        PIC X(08) VALUE SPACES.
    01 WS-TYPE-TABLE.
        05 WS-TYPE-ENTRY OCCURS 50 TIMES.
            10 WS-TY-OUTPUT-TYPE PIC X(08).
            10 WS-TY-KEEP        PIC 9(3).
            10 WS-TY-SOURCE      PIC X(07).
            10 WS-TY-ON-CATALOG  PIC 9(7).
            10 WS-TY-SEEN        PIC 9(7).
            10 WS-TY-REMOVED     PIC 9(7).
    01 WS-CATALOG-FIELDS.
        05 WS-CAT-COUNT          PIC 9(5) VALUE 0.
        05 WS-CAT-MAX            PIC 9(5) VALUE 5000.
        05 WS-CAT-IX             PIC 9(5) VALUE 0.
    01 WS-CATALOG-TABLE.
        05 WS-CAT-ENTRY OCCURS 5000 TIMES.
            10 WS-CT-IMAGE       PIC X(90).
            10 WS-CT-TYPE-IX     PIC 9(3).
            10 WS-CT-ACTION      PIC A.
                88 WS-CT-KEEP               VALUE 'K'.
                88 WS-CT-REMOVE             VALUE 'R'.
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
                VALUE 'CALIBRATION OUTPUT GENERATION GROOMING'.
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
            10 FILLER            PIC X(19) VALUE 'DEFAULT RETENTION: '.
            10 WS-H-DEFAULT-KEEP PIC ZZ9.
            10 FILLER            PIC X(17) VALUE ' GENERATIONS     '.
            10 FILLER            PIC X(06) VALUE 'MODE: '.
            10 WS-H-MODE         PIC X(30).
            10 FILLER            PIC X(57) VALUE SPACES.
        05 WS-SECTION-LINE.
            10 WS-SEC-TITLE      PIC X(60).
            10 FILLER            PIC X(72) VALUE SPACES.
        05 WS-REMOVE-HDR.
            10 FILLER            PIC X(10) VALUE 'TYPE'.
            10 FILLER            PIC X(07) VALUE 'GEN'.
            10 FILLER            PIC X(12) VALUE 'RUN DATE'.
            10 FILLER            PIC X(11) VALUE '  RECORDS'.
            10 FILLER            PIC X(42) VALUE 'FILE NAME'.
            10 FILLER            PIC X(50) VALUE 'RESULT'.
        05 WS-REMOVE-LINE.
            10 WS-RM-OUTPUT-TYPE PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RM-GEN-NO      PIC 9(05).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RM-RUN-DATE    PIC 9999/99/99.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RM-RECORDS     PIC Z(8)9.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RM-FILE-NAME   PIC X(40).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-RM-RESULT      PIC X(32).
            10 FILLER            PIC X(18) VALUE SPACES.
        05 WS-TYPE-HDR.
            10 FILLER            PIC X(10) VALUE 'TYPE'.
            10 FILLER            PIC X(06) VALUE 'KEEP'.
            10 FILLER            PIC X(09) VALUE 'SET BY'.
            10 FILLER            PIC X(10) VALUE 'ON CATALOG'.
            10 FILLER            PIC X(10) VALUE '   REMOVED'.
            10 FILLER            PIC X(10) VALUE ' REMAINING'.
            10 FILLER            PIC X(77) VALUE SPACES.
        05 WS-TYPE-LINE.
            10 WS-TL-OUTPUT-TYPE PIC X(08).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-TL-KEEP        PIC ZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-SOURCE      PIC X(07).
            10 FILLER            PIC X(05) VALUE SPACES.
            10 WS-TL-ON-CATALOG  PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-REMOVED     PIC ZZZZZZ9.
            10 FILLER            PIC X(03) VALUE SPACES.
            10 WS-TL-REMAINING   PIC ZZZZZZ9.
            10 FILLER            PIC X(77) VALUE SPACES.
        05 WS-FTR-LINE-1.
            10 FILLER            PIC X(30) VALUE 'CATALOG ENTRIES READ:         '.
            10 WS-F-CATALOG-READ PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-2.
            10 FILLER            PIC X(30) VALUE 'PAST RETENTION:               '.
            10 WS-F-EXPIRED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-3.
            10 FILLER            PIC X(30) VALUE 'FILES DELETED:                '.
            10 WS-F-DELETED      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-4.
            10 FILLER            PIC X(30) VALUE 'FILES ALREADY GONE:           '.
            10 WS-F-MISSING      PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-5.
            10 FILLER            PIC X(30) VALUE 'DELETES FAILED:               '.
            10 WS-F-FAILED       PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-6.
            10 FILLER            PIC X(30) VALUE 'CATALOG ENTRIES REMAINING:    '.
            10 WS-F-REMAINING    PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-FTR-LINE-7.
            10 FILLER            PIC X(30) VALUE 'RETENTION CARDS IGNORED:      '.
            10 WS-F-RETN-BAD     PIC ZZZZZZ9.
            10 FILLER            PIC X(95) VALUE SPACES.
        05 WS-BLANK-LINE         PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 050-INITIALIZE-RTN.
    PERFORM 070-WRITE-HEADER-RTN.
    PERFORM 100-LOAD-RETENTION-RTN.
    PERFORM 200-LOAD-CATALOG-RTN.
    MOVE 'GENERATIONS PAST RETENTION' TO WS-SEC-TITLE.
    PERFORM 080-WRITE-SECTION-RTN.
    WRITE GROOM-RPT-LINE FROM WS-REMOVE-HDR.
    PERFORM 950-CHECK-RPT-STATUS-RTN.
    PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > WS-CAT-COUNT
        PERFORM 300-GROOM-ENTRY-RTN
    END-PERFORM.
    IF NOT WS-TEST-MODE
       AND WS-DELETED-COUNT + WS-MISSING-COUNT > 0
        PERFORM 400-REWRITE-CATALOG-RTN
    END-IF.
    PERFORM 450-WRITE-TYPE-TOTALS-RTN.
    PERFORM 500-WRITE-FOOTER-RTN.
    PERFORM 900-CLOSE-RTN.
    DISPLAY 'GENERATION GROOMING COMPLETE, PAST RETENTION: '
            WS-EXPIRED-COUNT
            ' DELETED: ' WS-DELETED-COUNT
            ' FAILED: ' WS-FAILED-COUNT.
    EVALUATE TRUE
        WHEN WS-IO-ERROR
            MOVE 12 TO WS-COMPLETION-CODE
        WHEN WS-FAILED-COUNT > 0
            MOVE 8 TO WS-COMPLETION-CODE
        WHEN WS-RETN-BAD-COUNT > 0
            MOVE 4 TO WS-COMPLETION-CODE
        WHEN OTHER
            MOVE 0 TO WS-COMPLETION-CODE
    END-EVALUATE.
    MOVE WS-COMPLETION-CODE TO RETURN-CODE.
    PERFORM 890-WRITE-RUNLOG-RTN.
    STOP RUN.

    050-INITIALIZE-RTN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT WS-RUN-TIME FROM TIME.

        MOVE SPACES TO WS-PARM-INPUT.
        ACCEPT WS-PARM-INPUT FROM ENVIRONMENT 'CALGRMKEEP'.
        IF WS-PARM-INPUT NOT = SPACES
            PERFORM 060-CHECK-KEEP-RTN
            IF WS-PARM-BAD-SW = 'N'
                MOVE WS-KEEP-VALUE TO WS-DEFAULT-KEEP
            ELSE
                DISPLAY 'WARNING: INVALID CALGRMKEEP VALUE '
                        WS-PARM-INPUT ', USING DEFAULT'
            END-IF
        END-IF.

        MOVE 'N' TO WS-TEST-SW.
        ACCEPT WS-TEST-SW FROM ENVIRONMENT 'CALGRMTEST'.
        IF WS-TEST-SW NOT = 'Y'
            MOVE 'N' TO WS-TEST-SW
        END-IF.

        OPEN OUTPUT GROOM-RPT.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'ERROR: UNABLE TO OPEN GROOMING REPORT '
                    ' STATUS = ' WS-RPT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    060-CHECK-KEEP-RTN.
        MOVE 'N' TO WS-PARM-BAD-SW.
        MOVE 0 TO WS-KEEP-VALUE.
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
            IF WS-PARM-INPUT(WS-K:1) NOT = SPACE
               AND (WS-PARM-INPUT(WS-K:1) < '0'
                    OR WS-PARM-INPUT(WS-K:1) > '9')
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-PERFORM.
        IF WS-PARM-BAD-SW = 'N'
            MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-KEEP-VALUE
            IF WS-KEEP-VALUE = 0
                MOVE 'Y' TO WS-PARM-BAD-SW
            END-IF
        END-IF.

    070-WRITE-HEADER-RTN.
        MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
        MOVE WS-RUN-HH TO WS-H-HH.
        MOVE WS-RUN-MN TO WS-H-MN.
        MOVE WS-RUN-SS TO WS-H-SS.
        MOVE WS-DEFAULT-KEEP TO WS-H-DEFAULT-KEEP.
        IF WS-TEST-MODE
            MOVE 'LIST ONLY, NOTHING DELETED' TO WS-H-MODE
        ELSE
            MOVE 'DELETE' TO WS-H-MODE
        END-IF.
        WRITE GROOM-RPT-LINE FROM WS-HDR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-HDR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-HDR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    080-WRITE-SECTION-RTN.
        WRITE GROOM-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-SECTION-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.

    100-LOAD-RETENTION-RTN.
        OPEN INPUT RETENTION-FILE.
        IF WS-RETN-STATUS NOT = '00' AND WS-RETN-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN RETENTION FILE '
                    ' STATUS = ' WS-RETN-STATUS
            CLOSE GROOM-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ RETENTION-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-RETN-READ
                PERFORM 150-STORE-RETENTION-RTN
            END-READ
            IF WS-RETN-STATUS NOT = '00' AND WS-RETN-STATUS NOT = '10'
                DISPLAY 'ERROR: RETENTION FILE READ FAILED, STATUS = '
                        WS-RETN-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE RETENTION-FILE.
        IF WS-IO-ERROR
            DISPLAY 'ERROR: RETENTION FILE NOT FULLY READ, NOTHING GROOMED'
            CLOSE GROOM-RPT
            MOVE 16 TO RETURN-CODE
            PERFORM 890-WRITE-RUNLOG-RTN
            STOP RUN
        END-IF.

    150-STORE-RETENTION-RTN.
        MOVE GR-KEEP-COUNT TO WS-PARM-INPUT.
        PERFORM 060-CHECK-KEEP-RTN.
        IF GR-OUTPUT-TYPE = SPACES OR WS-PARM-BAD-SW = 'Y'
            DISPLAY 'WARNING: INVALID RETENTION CARD IGNORED: '
                    RETENTION-REC
            ADD 1 TO WS-RETN-BAD-COUNT
        ELSE
            MOVE GR-OUTPUT-TYPE TO WS-SEARCH-TYPE
            PERFORM 700-FIND-TYPE-RTN
            MOVE WS-KEEP-VALUE TO WS-TY-KEEP(WS-TYPE-FOUND-IX)
            MOVE 'GENRETN' TO WS-TY-SOURCE(WS-TYPE-FOUND-IX)
        END-IF.

    200-LOAD-CATALOG-RTN.
        OPEN INPUT GEN-CATALOG.
        IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO OPEN GENERATION CATALOG '
                    ' STATUS = ' WS-GENCAT-STATUS
            CLOSE GROOM-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ GEN-CATALOG
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-CATALOG-READ
                PERFORM 250-STORE-CATALOG-RTN
            END-READ
            IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '10'
                DISPLAY 'ERROR: GENERATION CATALOG READ FAILED, STATUS = '
                        WS-GENCAT-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
        END-PERFORM.
        CLOSE GEN-CATALOG.
        IF WS-IO-ERROR
            DISPLAY 'ERROR: GENERATION CATALOG NOT FULLY READ, NOTHING GROOMED'
            CLOSE GROOM-RPT
            MOVE 16 TO RETURN-CODE
            PERFORM 890-WRITE-RUNLOG-RTN
            STOP RUN
        END-IF.

    250-STORE-CATALOG-RTN.
        IF WS-CAT-COUNT >= WS-CAT-MAX
            DISPLAY 'ERROR: GENERATION CATALOG EXCEEDS '
                    WS-CAT-MAX ' ENTRIES, NOTHING GROOMED'
            CLOSE GEN-CATALOG
                  GROOM-RPT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-CAT-COUNT.
        MOVE GEN-CATALOG-REC TO WS-CT-IMAGE(WS-CAT-COUNT).
        SET WS-CT-KEEP(WS-CAT-COUNT) TO TRUE.
        MOVE GC-OUTPUT-TYPE TO WS-SEARCH-TYPE.
        PERFORM 700-FIND-TYPE-RTN.
        MOVE WS-TYPE-FOUND-IX TO WS-CT-TYPE-IX(WS-CAT-COUNT).
        ADD 1 TO WS-TY-ON-CATALOG(WS-TYPE-FOUND-IX).

    300-GROOM-ENTRY-RTN.
        MOVE WS-CT-IMAGE(WS-CAT-IX) TO GEN-CATALOG-REC.
        MOVE WS-CT-TYPE-IX(WS-CAT-IX) TO WS-TYPE-IX.
        ADD 1 TO WS-TY-SEEN(WS-TYPE-IX).
        IF WS-TY-SEEN(WS-TYPE-IX) + WS-TY-KEEP(WS-TYPE-IX)
           <= WS-TY-ON-CATALOG(WS-TYPE-IX)
            ADD 1 TO WS-EXPIRED-COUNT
            IF WS-TEST-MODE
                MOVE 'PAST RETENTION, NOT DELETED' TO WS-RESULT
            ELSE
                PERFORM 350-DELETE-GENERATION-RTN
            END-IF
            MOVE GC-OUTPUT-TYPE TO WS-RM-OUTPUT-TYPE
            MOVE GC-GEN-NO TO WS-RM-GEN-NO
            MOVE GC-RUN-DATE TO WS-RM-RUN-DATE
            MOVE GC-RECORD-COUNT TO WS-RM-RECORDS
            MOVE GC-FILE-NAME TO WS-RM-FILE-NAME
            MOVE WS-RESULT TO WS-RM-RESULT
            WRITE GROOM-RPT-LINE FROM WS-REMOVE-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    350-DELETE-GENERATION-RTN.
        MOVE GC-FILE-NAME TO WS-GEN-FILE-NAME.
        CALL 'CBL_DELETE_FILE' USING WS-GEN-FILE-NAME.
        MOVE RETURN-CODE TO WS-DELETE-RC.
        MOVE 0 TO RETURN-CODE.
        IF WS-DELETE-RC = 0
            MOVE 'DELETED' TO WS-RESULT
            ADD 1 TO WS-DELETED-COUNT
            SET WS-CT-REMOVE(WS-CAT-IX) TO TRUE
            ADD 1 TO WS-TY-REMOVED(WS-TYPE-IX)
        ELSE
            OPEN INPUT GEN-FILE
            IF WS-GENFILE-STATUS = '35'
                MOVE 'FILE NOT FOUND, ENTRY REMOVED' TO WS-RESULT
                ADD 1 TO WS-MISSING-COUNT
                SET WS-CT-REMOVE(WS-CAT-IX) TO TRUE
                ADD 1 TO WS-TY-REMOVED(WS-TYPE-IX)
            ELSE
                IF WS-GENFILE-STATUS = '00'
                    CLOSE GEN-FILE
                END-IF
                MOVE 'DELETE FAILED, ENTRY KEPT' TO WS-RESULT
                ADD 1 TO WS-FAILED-COUNT
            END-IF
        END-IF.

    400-REWRITE-CATALOG-RTN.
        OPEN OUTPUT GEN-CATALOG.
        IF WS-GENCAT-STATUS NOT = '00' AND WS-GENCAT-STATUS NOT = '05'
            DISPLAY 'ERROR: UNABLE TO REWRITE GENERATION CATALOG '
                    ' STATUS = ' WS-GENCAT-STATUS
            SET WS-IO-ERROR TO TRUE
        ELSE
            PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                    UNTIL WS-CAT-IX > WS-CAT-COUNT
                IF WS-CT-KEEP(WS-CAT-IX)
                    MOVE WS-CT-IMAGE(WS-CAT-IX) TO GEN-CATALOG-REC
                    WRITE GEN-CATALOG-REC
                    IF WS-GENCAT-STATUS NOT = '00'
                        DISPLAY 'ERROR: GENERATION CATALOG WRITE FAILED, '
                                'STATUS = ' WS-GENCAT-STATUS
                        SET WS-IO-ERROR TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            CLOSE GEN-CATALOG
        END-IF.

    450-WRITE-TYPE-TOTALS-RTN.
        MOVE 'RETENTION BY OUTPUT TYPE' TO WS-SEC-TITLE.
        PERFORM 080-WRITE-SECTION-RTN.
        WRITE GROOM-RPT-LINE FROM WS-TYPE-HDR.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
            MOVE WS-TY-OUTPUT-TYPE(WS-TYPE-IX) TO WS-TL-OUTPUT-TYPE
            MOVE WS-TY-KEEP(WS-TYPE-IX) TO WS-TL-KEEP
            MOVE WS-TY-SOURCE(WS-TYPE-IX) TO WS-TL-SOURCE
            MOVE WS-TY-ON-CATALOG(WS-TYPE-IX) TO WS-TL-ON-CATALOG
            MOVE WS-TY-REMOVED(WS-TYPE-IX) TO WS-TL-REMOVED
            COMPUTE WS-TL-REMAINING = WS-TY-ON-CATALOG(WS-TYPE-IX)
                - WS-TY-REMOVED(WS-TYPE-IX)
            WRITE GROOM-RPT-LINE FROM WS-TYPE-LINE
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-PERFORM.

    500-WRITE-FOOTER-RTN.
        COMPUTE WS-REMAINING-COUNT = WS-CAT-COUNT
            - WS-DELETED-COUNT - WS-MISSING-COUNT.
        MOVE WS-CATALOG-READ TO WS-F-CATALOG-READ.
        MOVE WS-EXPIRED-COUNT TO WS-F-EXPIRED.
        MOVE WS-DELETED-COUNT TO WS-F-DELETED.
        MOVE WS-MISSING-COUNT TO WS-F-MISSING.
        MOVE WS-FAILED-COUNT TO WS-F-FAILED.
        MOVE WS-REMAINING-COUNT TO WS-F-REMAINING.
        MOVE WS-RETN-BAD-COUNT TO WS-F-RETN-BAD.
        WRITE GROOM-RPT-LINE FROM WS-BLANK-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-1.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-2.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-3.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-4.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-5.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-6.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        IF WS-RETN-BAD-COUNT > 0
            WRITE GROOM-RPT-LINE FROM WS-FTR-LINE-7
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.

    700-FIND-TYPE-RTN.
        MOVE 0 TO WS-TYPE-FOUND-IX.
        PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                   OR WS-TYPE-FOUND-IX > 0
            IF WS-TY-OUTPUT-TYPE(WS-TYPE-IX) = WS-SEARCH-TYPE
                MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
            END-IF
        END-PERFORM.
        IF WS-TYPE-FOUND-IX = 0
            IF WS-TYPE-COUNT >= WS-TYPE-MAX
                DISPLAY 'ERROR: MORE THAN ' WS-TYPE-MAX
                        ' OUTPUT TYPES, NOTHING GROOMED'
                CLOSE GROOM-RPT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-TYPE-COUNT
            MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IX
            MOVE WS-SEARCH-TYPE TO WS-TY-OUTPUT-TYPE(WS-TYPE-COUNT)
            MOVE WS-DEFAULT-KEEP TO WS-TY-KEEP(WS-TYPE-COUNT)
            MOVE 'DEFAULT' TO WS-TY-SOURCE(WS-TYPE-COUNT)
            MOVE 0 TO WS-TY-ON-CATALOG(WS-TYPE-COUNT)
            MOVE 0 TO WS-TY-SEEN(WS-TYPE-COUNT)
            MOVE 0 TO WS-TY-REMOVED(WS-TYPE-COUNT)
        END-IF.

    890-WRITE-RUNLOG-RTN.
        OPEN EXTEND RUN-LOG.
        IF WS-RUNLOG-STATUS NOT = '00' AND WS-RUNLOG-STATUS NOT = '05'
            DISPLAY 'WARNING: RUN LOG OPEN FAILED, STATUS = '
                    WS-RUNLOG-STATUS
        ELSE
            MOVE SPACES TO RUNLOG-REC
            MOVE 'CALIBGRM' TO RL-PROGRAM-ID
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            ACCEPT RL-RUN-TIME FROM TIME
            MOVE RETURN-CODE TO RL-RETURN-CODE
            MOVE WS-CATALOG-READ TO RL-COUNT-1
            COMPUTE RL-COUNT-2 = WS-DELETED-COUNT + WS-MISSING-COUNT
            MOVE WS-REMAINING-COUNT TO RL-COUNT-3
            WRITE RUNLOG-REC
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY 'WARNING: RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS
            END-IF
            CLOSE RUN-LOG
        END-IF.

    900-CLOSE-RTN.
        CLOSE GROOM-RPT.

    950-CHECK-RPT-STATUS-RTN.
        IF WS-RPT-STATUS NOT = '00'
            DISPLAY 'WARNING: REPORT FILE I/O ERROR, STATUS = '
                    WS-RPT-STATUS
        END-IF.
