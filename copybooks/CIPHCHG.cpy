    01  CHG-EXTRACT-RECORD.
        05  CX-REC-TYPE         PIC X(03).
        05  CX-MONTH            PIC 9(06).
        05  CX-PARTNER-ID       PIC X(08).
        05  CX-DEST             PIC X(03).
        05  CX-DIRECTION        PIC X(01).
        05  CX-RUN-COUNT        PIC 9(05).
        05  CX-READ             PIC 9(09).
        05  CX-WRITTEN          PIC 9(09).
        05  CX-REJECTED         PIC 9(09).
        05  CX-RATE             PIC 9(03)V9(04).
        05  CX-AMOUNT           PIC 9(09)V9(02).
    01  CHG-EXTRACT-TRAILER.
        05  CXT-REC-TYPE        PIC X(03).
        05  CXT-MONTH           PIC 9(06).
        05  CXT-RECORD-COUNT    PIC 9(07).
        05  CXT-TOTAL-WRITTEN   PIC 9(11).
        05  CXT-TOTAL-AMOUNT    PIC 9(11)V9(02).
        05  FILLER              PIC X(31).
