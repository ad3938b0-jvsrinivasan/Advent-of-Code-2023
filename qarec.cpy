    01 QA-SAMPLE-REC.
        05 QS-SAMPLE-ID.
            10 QS-SAMPLE-DATE     PIC 9(08).
            10 QS-SAMPLE-NO       PIC 9(05).
        05 QS-STATION-ID          PIC X(08).
        05 QS-SOURCE-FILE         PIC X(80).
        05 QS-SEQ-NO              PIC 9(07).
        05 QS-INPUT-TEXT          PIC X(256).
        05 QS-COMPUTED-VALUE      PIC 9(03).
