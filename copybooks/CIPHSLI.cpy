    01  SOLVE-IN-RECORD.
        05  SI-CIPHERTEXT       PIC X(80).
        05  SI-MSG-ID           PIC X(12).
