    01  CYCLE-LOG-RECORD.
        05  CYL-RUN-ID            PIC X(16).
        05  CYL-STEP-SEQ          PIC 9(03).
        05  CYL-STEP-NAME         PIC X(12).
        05  CYL-START-DATE        PIC 9(08).
        05  CYL-START-TIME        PIC 9(08).
        05  CYL-END-DATE          PIC 9(08).
        05  CYL-END-TIME          PIC 9(08).
        05  CYL-RETURN-CODE       PIC 9(04).
        05  CYL-MAX-RC            PIC 9(04).
        05  CYL-STATUS            PIC X(08).
        05  CYL-OPERATOR-ID       PIC X(08).
