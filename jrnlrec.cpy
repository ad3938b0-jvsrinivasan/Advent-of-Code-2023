    01 JOURNAL-REC.
        05 JR-PROGRAM-ID          PIC X(12).
        05 JR-JRNL-DATE           PIC 9(08).
        05 JR-JRNL-TIME           PIC 9(08).
        05 JR-ACTION              PIC X(01).
            88 JR-ADD-ACTION                VALUE 'A'.
            88 JR-REPLACE-ACTION            VALUE 'R'.
            88 JR-DELETE-ACTION             VALUE 'D'.
        05 JR-BEFORE-IMAGE        PIC X(140).
        05 JR-AFTER-IMAGE         PIC X(140).
