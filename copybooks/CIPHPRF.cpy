    01  RUN-PERF-RECORD.
        05  PF-RUN-ID             PIC X(16).
        05  PF-SEGMENT            PIC 9(02).
        05  PF-SEGMENT-TYPE       PIC X(08).
        05  PF-SEGMENT-STATUS     PIC X(08).
        05  PF-PARTNER-ID         PIC X(08).
        05  PF-START-DATE         PIC 9(08).
        05  PF-START-TIME         PIC 9(08).
        05  PF-END-DATE           PIC 9(08).
        05  PF-END-TIME           PIC 9(08).
        05  PF-ELAPSED-SECS       PIC 9(07).
        05  PF-FIRST-RECORD       PIC 9(07).
        05  PF-RECORDS            PIC 9(07).
        05  PF-RATE-PER-MIN       PIC 9(07).
