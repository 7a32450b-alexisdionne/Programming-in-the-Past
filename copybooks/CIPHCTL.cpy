        05  CTL-PHRASE             PIC X(80).
        05  CTL-KEYWORD            PIC X(16).
        05  CTL-BATCH-DIR          PIC X(01).
        05  CTL-AS-OF-DATE         PIC X(08).
        05  CTL-SOLVE-THRESHOLD    PIC X(03).
