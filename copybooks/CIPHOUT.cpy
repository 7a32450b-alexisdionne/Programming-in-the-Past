        05  BO-ACTION           PIC X(01).
        05  BO-KEY-TYPE         PIC X(01).
        05  BO-KEY-NAME         PIC X(08).
        05  BO-KEY-VERSION      PIC 9(04).
        05  BO-DEST             PIC X(03).
    01  BATCH-OUT-HEADER.
        05  BOH-REC-TYPE        PIC X(03).
        05  BOH-PARTNER-ID      PIC X(08).
        05  BOH-CREATE-DATE     PIC 9(08).
        05  BOH-EXPECT-COUNT    PIC 9(07).
        05  FILLER              PIC X(159).
    01  BATCH-OUT-TRAILER.
        05  BOT-REC-TYPE        PIC X(03).
        05  BOT-RECORD-COUNT    PIC 9(07).
        05  BOT-HASH-TOTAL      PIC 9(10).
        05  FILLER              PIC X(165).
