    01 PERIOD-REC.
        05 PS-PERIOD              PIC 9(06).
        05 PS-FILE-COUNT          PIC 9(07).
        05 PS-RECORD-COUNT        PIC 9(12).
        05 PS-CALIB-TOTAL         PIC 9(12).
        05 PS-DIGITS-TOTAL        PIC 9(12).
        05 PS-ADJUST-COUNT        PIC 9(07).
        05 PS-ADJUST-CALIB        PIC 9(12).
        05 PS-ADJUST-DIGITS       PIC 9(12).
        05 PS-CLOSE-DATE          PIC 9(08).
        05 PS-CLOSE-TIME          PIC 9(08).
        05 PS-CLOSE-STATUS        PIC X(01).
            88 PS-CERTIFIED                 VALUE 'C'.
            88 PS-NOT-CERTIFIED             VALUE 'N'.
        05 PS-LOCK-SW             PIC X(01).
            88 PS-LOCKED                    VALUE 'L'.
            88 PS-UNLOCKED                  VALUE 'U'.
        05 PS-CLOSE-COUNT         PIC 9(03).
