    01 TOLERANCE-REC.
        05 TL-MAX-EXCEPTIONS      PIC 9(07).
        05 TL-MAX-ZERO-PCT        PIC 9(03).
        05 TL-MAX-TOTALS-GAP      PIC 9(09).
