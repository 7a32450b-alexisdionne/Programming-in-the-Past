    01  SOLVE-OUT-RECORD.
        05  SV-MSG-ID           PIC X(12).
        05  SV-STATUS           PIC X(08).
        05  SV-BEST-SHIFT       PIC 9(02).
        05  SV-BEST-SCORE       PIC 9(03).
        05  SV-RUNNER-SHIFT     PIC 9(02).
        05  SV-RUNNER-SCORE     PIC 9(03).
        05  SV-WORD-COUNT       PIC 9(02).
        05  SV-PLAINTEXT        PIC X(50).
        05  SV-CIPHERTEXT       PIC X(50).
        05  SV-RUN-ID           PIC X(16).
