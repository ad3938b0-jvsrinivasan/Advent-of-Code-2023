        SELECT OPTIONAL HISTORY-IN ASSIGN TO 'EXTHIST'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTIN-STATUS.
        SELECT STATION-MASTER ASSIGN TO 'STATNMST'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STATION-ID
        FILE STATUS IS WS-STNMST-STATUS.
        SELECT CLEAN-FILE ASSIGN TO 'CLEANFILE'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEAN-STATUS.
    01 CANDIDATE-REC              PIC X(300).
    FD HISTORY-IN.
    COPY 'extrrec'.
    FD STATION-MASTER.
    COPY 'stnrec'.
    FD CLEAN-FILE.
    01 CLEAN-REC                  PIC X(300).
    FD REJECT-FILE.
        05 WS-TRL-BAD-SW         PIC A VALUE 'N'.
            88 WS-TRL-BAD                   VALUE 'Y'.
        05 WS-TRL-COUNT          PIC 9(9) VALUE 0.
        05 WS-STN-REASON         PIC XX VALUE SPACES.
            88 WS-STN-UNKNOWN               VALUE 'US'.
            88 WS-STN-RETIRED               VALUE 'RS'.
            88 WS-STN-UNAUTH-OPER           VALUE 'UO'.
            88 WS-STN-NO-HEADER             VALUE 'NH'.
        05 WS-STN-FOUND-SW       PIC A VALUE 'N'.
            88 WS-STN-FOUND                 VALUE 'Y'.
        05 WS-OPER-FOUND-SW      PIC A VALUE 'N'.
        05 WS-OPER-IX            PIC 9(2) VALUE 0.
        05 WS-OPER-MAX           PIC 9(2) VALUE 0.
        05 WS-CANDFILE-STATUS    PIC XX VALUE SPACES.
        05 WS-STNMST-STATUS      PIC XX VALUE SPACES.
        05 WS-HISTIN-STATUS      PIC XX VALUE SPACES.
        05 WS-CLEAN-STATUS       PIC XX VALUE SPACES.
        05 WS-REJECT-STATUS      PIC XX VALUE SPACES.
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-H-OPERATOR     PIC X(20).
            10 FILLER            PIC X(76) VALUE SPACES.
        05 WS-HDR-LINE-5.
            10 FILLER            PIC X(16) VALUE 'STATION SITE:   '.
            10 WS-H-SITE         PIC X(20).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-H-DESCRIPTION  PIC X(40).
            10 FILLER            PIC X(02) VALUE SPACES.
            10 WS-H-STN-STATUS   PIC X(07).
            10 FILLER            PIC X(45) VALUE SPACES.
        05 WS-VERDICT-LINE.
            10 FILLER            PIC X(14) VALUE 'FILE VERDICT: '.
            10 WS-V-TEXT         PIC X(60).
                WHEN WS-HDR-BAD
                    MOVE 'REJECTED - INVALID BATCH HEADER' TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-STN-NO-HEADER
                    MOVE 'REJECTED - NO BATCH HEADER, STATION UNKNOWN'
                        TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-STN-UNKNOWN
                    MOVE 'REJECTED - UNKNOWN SCAN STATION' TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-STN-RETIRED
                    MOVE 'REJECTED - SCAN STATION RETIRED' TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-STN-UNAUTH-OPER
                    MOVE 'REJECTED - OPERATOR NOT AUTHORIZED FOR STATION'
                        TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-TRL-BAD
                    MOVE 'REJECTED - INVALID BATCH TRAILER' TO WS-V-TEXT
                    MOVE 8 TO RETURN-CODE
                END-EVALUATE
            END-IF
        END-PERFORM.
        IF NOT WS-HDR-FOUND AND NOT WS-IO-ERROR AND WS-READ-COUNT > 0
            PERFORM 240-REJECT-NO-HEADER-RTN
        END-IF.

    210-PROCESS-HEADER-RTN.
        SET WS-HDR-FOUND TO TRUE.
            SET WS-HDR-BAD TO TRUE
        ELSE
            MOVE WS-HW-STATION-ID TO WS-STATION-ID
            PERFORM 230-VALIDATE-STATION-RTN
            IF WS-STN-REASON = SPACES
                MOVE CANDIDATE-REC TO CLEAN-REC
                WRITE CLEAN-REC
                IF WS-CLEAN-STATUS NOT = '00'
                    DISPLAY 'WARNING: CLEAN WRITE FAILED, STATUS = '
                            WS-CLEAN-STATUS
                END-IF
            ELSE
                MOVE SPACES TO REJECT-REC
                MOVE 0 TO RJ-SEQ-NO
                MOVE WS-CANDFILE-NAME TO RJ-SOURCE-FILE
                MOVE WS-STN-REASON TO RJ-REASON-CODE
                MOVE CANDIDATE-REC TO RJ-REC-IMAGE
                WRITE REJECT-REC
                IF WS-REJECT-STATUS NOT = '00'
                    DISPLAY 'WARNING: REJECT WRITE FAILED, STATUS = '
                            WS-REJECT-STATUS
                END-IF
            END-IF
        END-IF.

            END-IF
        END-IF.

    230-VALIDATE-STATION-RTN.
        MOVE SPACES TO WS-STN-REASON.
        MOVE 'N' TO WS-STN-FOUND-SW.
        OPEN INPUT STATION-MASTER.
        IF WS-STNMST-STATUS NOT = '00'
            DISPLAY 'ERROR: STATION MASTER OPEN FAILED, STATUS = '
                    WS-STNMST-STATUS
                    ', STATION CHECK NOT POSSIBLE'
            SET WS-IO-ERROR TO TRUE
            MOVE 'Y' TO WS-EOF
        ELSE
            MOVE WS-HW-STATION-ID TO SM-STATION-ID
            READ STATION-MASTER
                INVALID KEY
                    SET WS-STN-UNKNOWN TO TRUE
                NOT INVALID KEY
                    SET WS-STN-FOUND TO TRUE
            END-READ
            IF WS-STNMST-STATUS NOT = '00'
               AND WS-STNMST-STATUS NOT = '23'
                DISPLAY 'ERROR: STATION MASTER READ FAILED, STATUS = '
                        WS-STNMST-STATUS
                SET WS-IO-ERROR TO TRUE
                MOVE 'Y' TO WS-EOF
            END-IF
            CLOSE STATION-MASTER
        END-IF.
        IF WS-STN-FOUND
            IF NOT SM-ACTIVE
                SET WS-STN-RETIRED TO TRUE
            ELSE
                MOVE 'N' TO WS-OPER-FOUND-SW
                MOVE 0 TO WS-OPER-MAX
                IF SM-OPERATOR-COUNT NUMERIC
                    MOVE SM-OPERATOR-COUNT TO WS-OPER-MAX
                END-IF
                IF WS-OPER-MAX > 10
                    MOVE 10 TO WS-OPER-MAX
                END-IF
                PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                        UNTIL WS-OPER-IX > WS-OPER-MAX
                           OR WS-OPER-FOUND-SW = 'Y'
                    IF WS-HW-OPERATOR NOT = SPACES
                       AND SM-OPERATOR-ID(WS-OPER-IX) = WS-HW-OPERATOR
                        MOVE 'Y' TO WS-OPER-FOUND-SW
                    END-IF
                END-PERFORM
                IF WS-OPER-FOUND-SW = 'N'
                    SET WS-STN-UNAUTH-OPER TO TRUE
                END-IF
            END-IF
        END-IF.

    240-REJECT-NO-HEADER-RTN.
        SET WS-STN-NO-HEADER TO TRUE.
        MOVE SPACES TO REJECT-REC.
        MOVE 0 TO RJ-SEQ-NO.
        MOVE WS-CANDFILE-NAME TO RJ-SOURCE-FILE.
        MOVE WS-STN-REASON TO RJ-REASON-CODE.
        WRITE REJECT-REC.
        IF WS-REJECT-STATUS NOT = '00'
            DISPLAY 'WARNING: REJECT WRITE FAILED, STATUS = '
                    WS-REJECT-STATUS
        END-IF.

    250-EDIT-ONE-RECORD-RTN.
        MOVE 'N' TO WS-BAD-CHAR-SW.
        MOVE 'N' TO WS-OVERSIZE-SW.
            WRITE EDIT-RPT-LINE FROM WS-HDR-LINE-4
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        IF WS-STN-FOUND
            MOVE SM-SITE TO WS-H-SITE
            MOVE SM-DESCRIPTION TO WS-H-DESCRIPTION
            IF SM-ACTIVE
                MOVE 'ACTIVE' TO WS-H-STN-STATUS
            ELSE
                MOVE 'RETIRED' TO WS-H-STN-STATUS
            END-IF
            WRITE EDIT-RPT-LINE FROM WS-HDR-LINE-5
            PERFORM 950-CHECK-RPT-STATUS-RTN
        END-IF.
        WRITE EDIT-RPT-LINE FROM WS-VERDICT-LINE.
        PERFORM 950-CHECK-RPT-STATUS-RTN.
        WRITE EDIT-RPT-LINE FROM WS-BLANK-LINE.
