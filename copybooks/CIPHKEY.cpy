        05  KL-STATUS           PIC X(01).
        05  KL-KEY-TYPE         PIC X(01).
        05  KL-KEYWORD          PIC X(16).
        05  KL-VERSION          PIC 9(04).
