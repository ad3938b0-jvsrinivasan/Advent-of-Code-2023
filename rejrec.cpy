        05 RJ-REASON-CODE         PIC X(02).
            88 RJ-NON-PRINTABLE            VALUE 'NP'.
            88 RJ-OVERSIZE                 VALUE 'OS'.
            88 RJ-UNKNOWN-STATION          VALUE 'US'.
            88 RJ-RETIRED-STATION          VALUE 'RS'.
            88 RJ-UNAUTH-OPERATOR          VALUE 'UO'.
            88 RJ-NO-HEADER                VALUE 'NH'.
        05 RJ-REC-IMAGE           PIC X(300).
