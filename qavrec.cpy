    01 QA-VERIFY-REC.
        05 QV-SAMPLE-ID.
            10 QV-SAMPLE-DATE     PIC 9(08).
            10 QV-SAMPLE-NO       PIC 9(05).
        05 QV-KEYED-VALUE         PIC X(03).
        05 QV-CLERK-ID            PIC X(08).
