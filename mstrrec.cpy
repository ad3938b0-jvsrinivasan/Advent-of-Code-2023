    01 MASTER-REC.
        05 CM-MASTER-KEY.
            10 CM-RUN-DATE        PIC 9(08).
            10 CM-SOURCE-FILE     PIC X(80).
        05 CM-RECORD-TYPE         PIC X(01).
        05 CM-RECORD-COUNT        PIC 9(09).
        05 CM-CALIB-TOTAL         PIC 9(09).
        05 CM-DIGITS-TOTAL        PIC 9(09).
        05 CM-POSTED-DATE         PIC 9(08).
        05 CM-POSTED-TIME         PIC 9(08).
        05 CM-HOLD-DATE           PIC 9(08).
