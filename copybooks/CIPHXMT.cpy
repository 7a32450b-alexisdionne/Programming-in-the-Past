    01  XMIT-RECORD.
        05  XM-CIPHERTEXT       PIC X(50).
        05  XM-KEY-NAME         PIC X(08).
        05  XM-ACTION           PIC X(01).
        05  XM-RUN-ID           PIC X(16).
    01  XMIT-HEADER.
        05  XMH-REC-TYPE        PIC X(03).
        05  XMH-PARTNER-ID      PIC X(08).
        05  XMH-DEST            PIC X(03).
        05  XMH-RUN-ID          PIC X(16).
        05  XMH-CREATE-DATE     PIC 9(08).
        05  XMH-EXPECT-COUNT    PIC 9(07).
        05  FILLER              PIC X(30).
    01  XMIT-TRAILER.
        05  XMT-REC-TYPE        PIC X(03).
        05  XMT-RECORD-COUNT    PIC 9(07).
        05  XMT-HASH-TOTAL      PIC 9(10).
        05  FILLER              PIC X(55).
