        05 EX-CALIB-TOTAL         PIC 9(09).
        05 EX-DIGITS-TOTAL        PIC 9(09).
        05 EX-STATION-ID          PIC X(08).
        05 EX-EXCEPTION-COUNT     PIC 9(07).
        05 EX-ZERO-COUNT          PIC 9(07).
