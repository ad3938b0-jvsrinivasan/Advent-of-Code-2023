        05 RQ-SOURCE-MASK         PIC X(80).
        05 RQ-RECORD-TYPE         PIC X(01).
    FD CALIB-MASTER.
    COPY 'mstrrec'.
    FD INQUIRY-RPT.
    01 INQUIRY-RPT-LINE           PIC X(160).
    FD RUN-LOG.
