    SELECT KEY-LIST-FILE ASSIGN TO "KEYRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS key-list-status.
    SELECT KEY-HIST-FILE ASSIGN TO "KEYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS key-hist-status.

DATA DIVISION.
FILE SECTION.
FD  KEY-LIST-FILE.
01  KEY-LIST-LINE              PIC X(80).

FD  KEY-HIST-FILE.
    COPY CIPHKHS.

WORKING-STORAGE SECTION.
01 key-lib-status      PIC X(02) value "00".
01 key-tran-status     PIC X(02) value "00".
01 key-list-status     PIC X(02) value "00".
01 key-hist-status     PIC X(02) value "00".
01 key-lib-eof-sw      PIC X(01) value "N".
    88 key-lib-at-eof         value "Y".
01 key-tran-eof-sw     PIC X(01) value "N".
01 letter-scan-pos     PIC 9(02) value 0.
01 letter-search-char  PIC X(01) value space.

01 operator-id         PIC X(08) value "UNKNOWN".
01 maint-date          PIC 9(08) value 0.
01 maint-time          PIC 9(08) value 0.
01 key-before-image    PIC X(48) value spaces.

PROCEDURE DIVISION.
  PERFORM Open-Files.
  PERFORM Open-Key-Library.
  STOP RUN.

Open-Files.
  ACCEPT maint-date FROM DATE YYYYMMDD.
  ACCEPT operator-id FROM ENVIRONMENT "USER".
  IF operator-id = SPACES
    MOVE "UNKNOWN" TO operator-id
  END-IF.
  OPEN INPUT KEY-TRAN-FILE.
  IF key-tran-status NOT = "00"
    DISPLAY "ERROR: cannot open KEYTRAN, status "key-tran-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  OPEN EXTEND KEY-HIST-FILE.
  IF key-hist-status NOT = "00"
    OPEN OUTPUT KEY-HIST-FILE
  END-IF.
  IF key-hist-status NOT = "00"
    DISPLAY "ERROR: cannot open KEYHIST, status "key-hist-status
    CLOSE KEY-TRAN-FILE KEY-LIST-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Close-Files.
  CLOSE KEY-LIB-FILE KEY-TRAN-FILE KEY-LIST-FILE KEY-HIST-FILE.
  .

Open-Key-Library.
  END-IF.
  IF key-lib-status NOT = "00"
    DISPLAY "ERROR: cannot open KEYLIB, status "key-lib-status
    CLOSE KEY-TRAN-FILE KEY-LIST-FILE KEY-HIST-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  IF KT-ACTION NOT = "L"
    IF tran-is-ok
      ADD 1 TO trans-applied-count
      PERFORM Write-Key-History
    ELSE
      ADD 1 TO trans-error-count
    END-IF

Find-Key-Entry.
  MOVE "N" TO key-found-sw.
  MOVE SPACES TO key-before-image.
  IF KT-KEY-NAME NOT = SPACES
    MOVE KT-KEY-NAME TO KL-KEY-NAME
    READ KEY-LIB-FILE
        IF KL-KEY-TYPE = SPACE
          MOVE "C" TO KL-KEY-TYPE
        END-IF
        IF KL-VERSION NOT NUMERIC
          MOVE 1 TO KL-VERSION
        END-IF
        MOVE KEY-RECORD TO key-before-image
    END-READ
  END-IF.
  .
    MOVE "A" TO KL-STATUS
    MOVE "C" TO KL-KEY-TYPE
    MOVE SPACES TO KL-KEYWORD
    MOVE 1 TO KL-VERSION
    PERFORM Write-New-Key-Record
  END-IF.
  .
    MOVE "A" TO KL-STATUS
    MOVE "K" TO KL-KEY-TYPE
    MOVE KT-KEYWORD TO KL-KEYWORD
    MOVE 1 TO KL-VERSION
    PERFORM Write-New-Key-Record
  END-IF.
  .
      IF KT-EXP-DATE NOT = SPACES AND KT-EXP-DATE NUMERIC
        MOVE KT-EXP-DATE TO KL-EXP-DATE
      END-IF
      ADD 1 TO KL-VERSION
      REWRITE KEY-RECORD
        INVALID KEY
          MOVE "REWRITE FAILED" TO tran-message
    MOVE "KEY NOT ON FILE" TO tran-message
  ELSE
    MOVE "I" TO KL-STATUS
    ADD 1 TO KL-VERSION
    REWRITE KEY-RECORD
      INVALID KEY
        MOVE "REWRITE FAILED" TO tran-message
          "  EFF " KL-EFF-DATE
          "  EXP " KL-EXP-DATE
          "  STATUS " KL-STATUS
          "  VERSION " KL-VERSION
          DELIMITED BY SIZE INTO KEY-LIST-LINE
      WRITE KEY-LIST-LINE
  END-READ.
  .

Write-Key-History.
  ACCEPT maint-time FROM TIME.
  MOVE SPACES TO KEY-HIST-RECORD.
  MOVE KL-KEY-NAME TO KH-KEY-NAME.
  MOVE KL-VERSION TO KH-VERSION.
  MOVE KT-ACTION TO KH-ACTION.
  MOVE maint-date TO KH-DATE.
  MOVE maint-time TO KH-TIME.
  MOVE operator-id TO KH-OPERATOR-ID.
  MOVE key-before-image TO KH-BEFORE-IMAGE.
  MOVE KEY-RECORD TO KH-AFTER-IMAGE.
  WRITE KEY-HIST-RECORD.
  .

Write-Tran-Result.
  MOVE SPACES TO KEY-LIST-LINE.
  STRING KT-ACTION " " KT-KEY-NAME "  " tran-message
