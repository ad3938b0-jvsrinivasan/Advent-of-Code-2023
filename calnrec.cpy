    01 CALENDAR-REC.
        05 CD-DATE                PIC 9(08).
        05 CD-SOURCE-FILE         PIC X(80).
