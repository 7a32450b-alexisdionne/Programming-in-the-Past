        05  OA-KEY-LIMIT        PIC X(01).
        05  OA-KEY-NAMES.
            10  OA-KEY-NAME OCCURS 8 PIC X(08).
        05  OA-MODE-ANALYZE     PIC X(01).
