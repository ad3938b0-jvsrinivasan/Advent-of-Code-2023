    01 HOLD-REC.
        05 DH-SOURCE-FILE         PIC X(80).
        05 DH-STATION-ID          PIC X(08).
        05 DH-HOLD-STATUS         PIC X(01).
            88 DH-HELD                      VALUE 'H'.
            88 DH-RELEASED                  VALUE 'R'.
        05 DH-HOLD-DATE           PIC 9(08).
        05 DH-OVERLAP-PCT         PIC 9(03).
        05 DH-PARTNER-FILE        PIC X(80).
        05 DH-RELEASE-DATE        PIC 9(08).
        05 DH-RELEASE-OPER        PIC X(20).
