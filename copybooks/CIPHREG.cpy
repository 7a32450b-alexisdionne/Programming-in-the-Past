        05  RR-FILE-DIGEST      PIC X(10).
        05  RR-STATUS           PIC X(08).
        05  RR-LAST-RECORD      PIC 9(07).
        05  RR-PARTNER-ID       PIC X(08).
