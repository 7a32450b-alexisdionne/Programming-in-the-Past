DATA DIVISION.
FILE SECTION.
FD  KEY-SEQ-FILE.
01  KEY-SEQ-RECORD             PIC X(48).

FD  KEY-LIB-FILE.
    COPY CIPHKEY.
    IF KL-KEY-TYPE = SPACE
      MOVE "C" TO KL-KEY-TYPE
    END-IF
    IF KL-VERSION NOT NUMERIC OR KL-VERSION = 0
      MOVE 1 TO KL-VERSION
    END-IF
    WRITE KEY-RECORD
      INVALID KEY
        ADD 1 TO records-dropped
