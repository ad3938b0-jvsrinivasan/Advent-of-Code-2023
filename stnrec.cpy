    01 STATION-REC.
        05 SM-STATION-ID          PIC X(08).
        05 SM-SITE                PIC X(20).
        05 SM-DESCRIPTION         PIC X(40).
        05 SM-STATUS              PIC X(01).
            88 SM-ACTIVE                   VALUE 'A'.
            88 SM-RETIRED                  VALUE 'R'.
        05 SM-OPERATOR-COUNT      PIC 9(02).
        05 SM-OPERATOR-ID OCCURS 10 TIMES PIC X(20).
