    01 GEN-CATALOG-REC.
        05 GC-OUTPUT-TYPE         PIC X(08).
        05 GC-GEN-NO              PIC 9(05).
        05 GC-RUN-DATE            PIC 9(08).
        05 GC-RUN-TIME            PIC 9(08).
        05 GC-PROGRAM-ID          PIC X(12).
        05 GC-FILE-NAME           PIC X(40).
        05 GC-RECORD-COUNT        PIC 9(09).
