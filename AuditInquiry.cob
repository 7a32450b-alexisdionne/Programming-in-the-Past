    COPY CIPHAUD.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD             PIC X(84).

FD  INQ-RPT-FILE.
01  INQ-RPT-LINE               PIC X(132).
