        05  AUD-PHRASE-DIGEST     PIC X(10).
        05  AUD-RUN-ID            PIC X(16).
        05  AUD-RUN-OUTCOME       PIC X(02).
        05  AUD-KEY-NAME          PIC X(08).
        05  AUD-CHAIN             PIC 9(10).
