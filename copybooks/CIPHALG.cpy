    01  AUTH-LOG-RECORD.
        05  AL-DATE             PIC 9(08).
        05  AL-TIME             PIC 9(08).
        05  AL-MAINT-OPERATOR   PIC X(08).
        05  AL-ACTION           PIC X(01).
        05  AL-OPERATOR-ID      PIC X(08).
        05  AL-BEFORE-IMAGE     PIC X(79).
        05  AL-AFTER-IMAGE      PIC X(79).
