        05  RJ-RECYCLE-COUNT    PIC 9(02).
        05  RJ-DEST             PIC X(03).
        05  RJ-PHRASE           PIC X(80).
        05  RJ-PARTNER-ID       PIC X(08).
