    01 MNT-AUDIT-REC.
        05 MA-OPERATOR-ID         PIC X(20).
        05 MA-AUDIT-DATE          PIC 9(08).
        05 MA-AUDIT-TIME          PIC 9(08).
        05 MA-FILE-ID             PIC X(08).
        05 MA-ACTION              PIC X(01).
            88 MA-ADD-ACTION                VALUE 'A'.
            88 MA-CHANGE-ACTION             VALUE 'C'.
            88 MA-DELETE-ACTION             VALUE 'D'.
        05 MA-BEFORE-IMAGE        PIC X(88).
        05 MA-AFTER-IMAGE         PIC X(88).
