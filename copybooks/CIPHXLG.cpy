    01  XMIT-LOG-RECORD.
        05  XL-RUN-ID           PIC X(16).
        05  XL-DEST             PIC X(03).
        05  XL-FILE-NAME        PIC X(17).
        05  XL-PARTNER-ID       PIC X(08).
        05  XL-RECORD-COUNT     PIC 9(07).
        05  XL-HASH-TOTAL       PIC 9(10).
        05  XL-XMIT-DATE        PIC 9(08).
        05  XL-XMIT-TIME        PIC 9(08).
        05  XL-OPERATOR-ID      PIC X(08).
        05  XL-STATUS           PIC X(08).
