    01  KEY-HIST-RECORD.
        05  KH-KEY-NAME         PIC X(08).
        05  KH-VERSION          PIC 9(04).
        05  KH-ACTION           PIC X(01).
        05  KH-DATE             PIC 9(08).
        05  KH-TIME             PIC 9(08).
        05  KH-OPERATOR-ID      PIC X(08).
        05  KH-BEFORE-IMAGE.
            10  KHB-KEY-NAME    PIC X(08).
            10  KHB-SHIFT       PIC 9(02).
            10  KHB-EFF-DATE    PIC 9(08).
            10  KHB-EXP-DATE    PIC 9(08).
            10  KHB-STATUS      PIC X(01).
            10  KHB-KEY-TYPE    PIC X(01).
            10  KHB-KEYWORD     PIC X(16).
            10  KHB-VERSION     PIC 9(04).
        05  KH-AFTER-IMAGE.
            10  KHA-KEY-NAME    PIC X(08).
            10  KHA-SHIFT       PIC 9(02).
            10  KHA-EFF-DATE    PIC 9(08).
            10  KHA-EXP-DATE    PIC 9(08).
            10  KHA-STATUS      PIC X(01).
            10  KHA-KEY-TYPE    PIC X(01).
            10  KHA-KEYWORD     PIC X(16).
            10  KHA-VERSION     PIC 9(04).
