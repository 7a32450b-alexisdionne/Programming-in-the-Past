    01  PARTNER-RECORD.
        05  PM-PARTNER-ID       PIC X(08).
        05  PM-STATUS           PIC X(01).
        05  PM-DEFAULT-DIR      PIC X(01).
        05  PM-OUT-PARTNER-ID   PIC X(08).
        05  PM-DEST-CODES.
            10  PM-DEST-CODE OCCURS 10 PIC X(03).
        05  PM-KEY-NAMES.
            10  PM-KEY-NAME OCCURS 8 PIC X(08).
