IDENTIFICATION DIVISION.
PROGRAM-ID. OperAuthMaint.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS oper-auth-status.
    SELECT KEY-LIB-FILE ASSIGN TO "KEYLIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KL-KEY-NAME
        FILE STATUS IS key-lib-status.
    SELECT AUTH-TRAN-FILE ASSIGN TO "AUTHTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auth-tran-status.
    SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auth-log-status.
    SELECT AUTH-RPT-FILE ASSIGN TO "AUTHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auth-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  OPER-AUTH-FILE.
    COPY CIPHAUT.

FD  KEY-LIB-FILE.
    COPY CIPHKEY.

FD  AUTH-TRAN-FILE.
01  AUTH-TRAN-RECORD.
    05  AT-ACTION           PIC X(01).
    05  AT-OPERATOR-ID      PIC X(08).
    05  AT-MODE-ENCRYPT     PIC X(01).
    05  AT-MODE-DECRYPT     PIC X(01).
    05  AT-MODE-SOLVE       PIC X(01).
    05  AT-MODE-KEYWORD     PIC X(01).
    05  AT-MODE-BATCH       PIC X(01).
    05  AT-KEY-LIMIT        PIC X(01).
    05  AT-MODE-ANALYZE     PIC X(01).
    05  AT-KEY-NAMES.
        10  AT-KEY-NAME OCCURS 8 PIC X(08).

FD  AUTH-LOG-FILE.
    COPY CIPHALG.

FD  AUTH-RPT-FILE.
01  AUTH-RPT-LINE              PIC X(132).

WORKING-STORAGE SECTION.
01 oper-auth-status    PIC X(02) value "00".
01 key-lib-status      PIC X(02) value "00".
01 auth-tran-status    PIC X(02) value "00".
01 auth-log-status     PIC X(02) value "00".
01 auth-rpt-status     PIC X(02) value "00".
01 auth-eof-sw         PIC X(01) value "N".
    88 auth-at-eof            value "Y".
01 auth-tran-eof-sw    PIC X(01) value "N".
    88 auth-tran-at-eof       value "Y".
01 key-lib-open-sw     PIC X(01) value "N".
    88 key-lib-is-open        value "Y".
01 key-found-sw        PIC X(01) value "N".
    88 key-was-found          value "Y".

01 auth-table.
    05 auth-entry OCCURS 50.
        10 auth-operator-id  PIC X(08).
        10 auth-mode-encrypt PIC X(01).
        10 auth-mode-decrypt PIC X(01).
        10 auth-mode-solve   PIC X(01).
        10 auth-mode-keyword PIC X(01).
        10 auth-mode-batch   PIC X(01).
        10 auth-key-limit    PIC X(01).
        10 auth-key-names.
            15 auth-key-name OCCURS 8 PIC X(08).
        10 auth-mode-analyze PIC X(01).
01 auth-count          PIC 9(02) value 0.
01 auth-idx            PIC 9(02) value 0.
01 auth-found-idx      PIC 9(02) value 0.
01 auth-found-sw       PIC X(01) value "N".
    88 auth-entry-found       value "Y".
01 auth-over-sw        PIC X(01) value "N".
    88 auth-table-overflowed  value "Y".
01 auth-free-idx       PIC 9(02) value 0.
01 auth-before-image   PIC X(79) value spaces.
01 operators-listed    PIC 9(03) value 0.

01 tran-key-idx        PIC 9(02) value 0.
01 slot-idx            PIC 9(02) value 0.
01 slot-found-idx      PIC 9(02) value 0.
01 twice-key-idx       PIC 9(02) value 0.
01 keys-given          PIC 9(02) value 0.
01 slots-free          PIC 9(02) value 0.
01 check-key-name      PIC X(08) value spaces.
01 check-flag          PIC X(01) value space.
01 flags-ok-sw         PIC X(01) value "Y".
    88 tran-flags-are-ok      value "Y".
01 list-pos            PIC 9(03) value 0.

01 operator-id         PIC X(08) value "UNKNOWN".
01 maint-date          PIC 9(08) value 0.
01 maint-time          PIC 9(08) value 0.
01 trans-read-count    PIC 9(05) value 0.
01 trans-applied-count PIC 9(05) value 0.
01 trans-error-count   PIC 9(05) value 0.
01 tran-ok-sw          PIC X(01) value "N".
    88 tran-is-ok             value "Y".
01 tran-message        PIC X(50) value spaces.

PROCEDURE DIVISION.
  PERFORM Open-Files.
  PERFORM Load-Oper-Auth.
  PERFORM Open-Key-Library.
  PERFORM Read-Transaction.
  PERFORM Apply-Transaction UNTIL auth-tran-at-eof.
  IF trans-applied-count > 0
    PERFORM Rewrite-Oper-Auth
  END-IF.
  PERFORM List-Oper-Auth.
  PERFORM Write-Maint-Totals.
  PERFORM Close-Files.
  STOP RUN.

Open-Files.
  ACCEPT maint-date FROM DATE YYYYMMDD.
  ACCEPT operator-id FROM ENVIRONMENT "USER".
  IF operator-id = SPACES
    MOVE "UNKNOWN" TO operator-id
  END-IF.
  OPEN INPUT AUTH-TRAN-FILE.
  IF auth-tran-status NOT = "00"
    DISPLAY "ERROR: cannot open AUTHTRAN, status "auth-tran-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  OPEN OUTPUT AUTH-RPT-FILE.
  IF auth-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open AUTHRPT, status "auth-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  OPEN EXTEND AUTH-LOG-FILE.
  IF auth-log-status NOT = "00"
    OPEN OUTPUT AUTH-LOG-FILE
  END-IF.
  IF auth-log-status NOT = "00"
    DISPLAY "ERROR: cannot open AUTHLOG, status "auth-log-status
    CLOSE AUTH-TRAN-FILE AUTH-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Close-Files.
  CLOSE AUTH-TRAN-FILE AUTH-RPT-FILE AUTH-LOG-FILE.
  IF key-lib-is-open
    CLOSE KEY-LIB-FILE
    MOVE "N" TO key-lib-open-sw
  END-IF.
  .

Load-Oper-Auth.
  MOVE SPACES TO auth-table.
  MOVE 0 TO auth-count.
  OPEN INPUT OPER-AUTH-FILE.
  IF oper-auth-status = "35"
    DISPLAY "WARNING: no OPERAUTH file, a new one will be created"
  ELSE
    IF oper-auth-status NOT = "00"
      DISPLAY "ERROR: cannot open OPERAUTH, status "oper-auth-status
      CLOSE AUTH-TRAN-FILE AUTH-RPT-FILE AUTH-LOG-FILE
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM Load-Auth-Record UNTIL auth-at-eof OR auth-table-overflowed
    CLOSE OPER-AUTH-FILE
    IF auth-table-overflowed
      DISPLAY "ERROR: OPERAUTH holds more than 50 operators, maintenance refused"
      MOVE "OPERAUTH HOLDS MORE THAN 50 OPERATORS - NO CHANGES APPLIED"
          TO AUTH-RPT-LINE
      WRITE AUTH-RPT-LINE
      CLOSE AUTH-TRAN-FILE AUTH-RPT-FILE AUTH-LOG-FILE
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
  END-IF.
  .

Load-Auth-Record.
  READ OPER-AUTH-FILE
    AT END MOVE "Y" TO auth-eof-sw
    NOT AT END
      IF OA-OPERATOR-ID NOT = SPACES
        IF auth-count = 50
          MOVE "Y" TO auth-over-sw
        ELSE
          ADD 1 TO auth-count
          MOVE OPER-AUTH-RECORD TO auth-entry(auth-count)
        END-IF
      END-IF
  END-READ.
  .

Open-Key-Library.
  MOVE "N" TO key-lib-open-sw.
  OPEN INPUT KEY-LIB-FILE.
  IF key-lib-status = "00"
    MOVE "Y" TO key-lib-open-sw
  ELSE
    DISPLAY "WARNING: cannot open KEYLIB, status "key-lib-status
        ", key grants will be refused"
  END-IF.
  .

Read-Transaction.
  READ AUTH-TRAN-FILE
    AT END MOVE "Y" TO auth-tran-eof-sw
  END-READ.
  .

Apply-Transaction.
  ADD 1 TO trans-read-count.
  MOVE "N" TO tran-ok-sw.
  MOVE SPACES TO tran-message.
  MOVE SPACES TO auth-before-image.
  PERFORM Find-Auth-Entry.
  IF auth-entry-found
    MOVE auth-entry(auth-found-idx) TO auth-before-image
  END-IF.
  EVALUATE AT-ACTION
    WHEN "A"
      PERFORM Add-Operator
    WHEN "C"
      PERFORM Change-Operator-Modes
    WHEN "G"
      PERFORM Grant-Operator-Keys
    WHEN "R"
      PERFORM Revoke-Operator-Keys
    WHEN "X"
      PERFORM Remove-Operator
    WHEN OTHER
      MOVE "INVALID ACTION CODE" TO tran-message
  END-EVALUATE.
  IF tran-is-ok
    ADD 1 TO trans-applied-count
    PERFORM Write-Auth-Log
  ELSE
    ADD 1 TO trans-error-count
  END-IF.
  PERFORM Write-Tran-Result.
  PERFORM Read-Transaction.
  .

Find-Auth-Entry.
  MOVE "N" TO auth-found-sw.
  MOVE 0 TO auth-found-idx.
  MOVE 0 TO auth-idx.
  IF AT-OPERATOR-ID NOT = SPACES
    PERFORM Match-Auth-Entry
        UNTIL auth-entry-found OR auth-idx NOT LESS THAN auth-count
  END-IF.
  .

Match-Auth-Entry.
  ADD 1 TO auth-idx.
  IF AT-OPERATOR-ID = auth-operator-id(auth-idx)
    MOVE auth-idx TO auth-found-idx
    MOVE "Y" TO auth-found-sw
  END-IF.
  .

Add-Operator.
  IF AT-OPERATOR-ID = SPACES
    MOVE "OPERATOR ID REQUIRED" TO tran-message
  ELSE
    IF auth-entry-found
      MOVE "OPERATOR ALREADY ON FILE" TO tran-message
    ELSE
      PERFORM Check-Tran-Flags
      IF NOT tran-flags-are-ok
        MOVE "MODE FLAGS MUST BE Y, N OR BLANK" TO tran-message
      ELSE
        PERFORM Find-Free-Auth-Slot
        IF auth-free-idx = 0
          MOVE "OPERAUTH FULL (50 OPERATORS)" TO tran-message
        ELSE
          PERFORM Count-Tran-Keys
          MOVE 8 TO slots-free
          PERFORM Check-Grant-Keys
          IF tran-message = SPACES
            MOVE auth-free-idx TO auth-found-idx
            MOVE SPACES TO auth-entry(auth-found-idx)
            MOVE AT-OPERATOR-ID TO auth-operator-id(auth-found-idx)
            MOVE "N" TO auth-mode-encrypt(auth-found-idx)
            MOVE "N" TO auth-mode-decrypt(auth-found-idx)
            MOVE "N" TO auth-mode-solve(auth-found-idx)
            MOVE "N" TO auth-mode-keyword(auth-found-idx)
            MOVE "N" TO auth-mode-batch(auth-found-idx)
            MOVE "N" TO auth-key-limit(auth-found-idx)
            MOVE "N" TO auth-mode-analyze(auth-found-idx)
            PERFORM Apply-Tran-Flags
            PERFORM Apply-Grant-Keys
            MOVE "ADDED" TO tran-message
            MOVE "Y" TO tran-ok-sw
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF.
  .

Find-Free-Auth-Slot.
  MOVE 0 TO auth-free-idx.
  MOVE 0 TO auth-idx.
  PERFORM Match-Free-Auth-Slot
      UNTIL auth-free-idx > 0 OR auth-idx NOT LESS THAN auth-count.
  IF auth-free-idx = 0 AND auth-count < 50
    ADD 1 TO auth-count
    MOVE auth-count TO auth-free-idx
  END-IF.
  .

Match-Free-Auth-Slot.
  ADD 1 TO auth-idx.
  IF auth-operator-id(auth-idx) = SPACES
    MOVE auth-idx TO auth-free-idx
  END-IF.
  .

Change-Operator-Modes.
  IF NOT auth-entry-found
    MOVE "OPERATOR NOT ON FILE" TO tran-message
  ELSE
    PERFORM Check-Tran-Flags
    IF NOT tran-flags-are-ok
      MOVE "MODE FLAGS MUST BE Y, N OR BLANK" TO tran-message
    ELSE
      PERFORM Apply-Tran-Flags
      MOVE "MODES CHANGED" TO tran-message
      MOVE "Y" TO tran-ok-sw
    END-IF
  END-IF.
  .

Check-Tran-Flags.
  MOVE "Y" TO flags-ok-sw.
  MOVE AT-MODE-ENCRYPT TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-MODE-DECRYPT TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-MODE-SOLVE TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-MODE-KEYWORD TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-MODE-BATCH TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-KEY-LIMIT TO check-flag.
  PERFORM Check-One-Flag.
  MOVE AT-MODE-ANALYZE TO check-flag.
  PERFORM Check-One-Flag.
  .

Check-One-Flag.
  IF check-flag NOT = "Y" AND check-flag NOT = "N"
      AND check-flag NOT = SPACE
    MOVE "N" TO flags-ok-sw
  END-IF.
  .

Apply-Tran-Flags.
  IF AT-MODE-ENCRYPT NOT = SPACE
    MOVE AT-MODE-ENCRYPT TO auth-mode-encrypt(auth-found-idx)
  END-IF.
  IF AT-MODE-DECRYPT NOT = SPACE
    MOVE AT-MODE-DECRYPT TO auth-mode-decrypt(auth-found-idx)
  END-IF.
  IF AT-MODE-SOLVE NOT = SPACE
    MOVE AT-MODE-SOLVE TO auth-mode-solve(auth-found-idx)
  END-IF.
  IF AT-MODE-KEYWORD NOT = SPACE
    MOVE AT-MODE-KEYWORD TO auth-mode-keyword(auth-found-idx)
  END-IF.
  IF AT-MODE-BATCH NOT = SPACE
    MOVE AT-MODE-BATCH TO auth-mode-batch(auth-found-idx)
  END-IF.
  IF AT-KEY-LIMIT NOT = SPACE
    MOVE AT-KEY-LIMIT TO auth-key-limit(auth-found-idx)
  END-IF.
  IF AT-MODE-ANALYZE NOT = SPACE
    MOVE AT-MODE-ANALYZE TO auth-mode-analyze(auth-found-idx)
  END-IF.
  .

Grant-Operator-Keys.
  IF NOT auth-entry-found
    MOVE "OPERATOR NOT ON FILE" TO tran-message
  ELSE
    PERFORM Count-Tran-Keys
    IF keys-given = 0
      MOVE "NO KEY NAMES GIVEN" TO tran-message
    ELSE
      MOVE 0 TO slots-free
      MOVE 0 TO slot-idx
      PERFORM Count-Free-Key-Slot UNTIL slot-idx = 8
      PERFORM Check-Grant-Keys
      IF tran-message = SPACES
        PERFORM Apply-Grant-Keys
        IF auth-key-limit(auth-found-idx) = "Y"
          MOVE "KEYS GRANTED" TO tran-message
        ELSE
          MOVE "KEYS GRANTED (KEY LIMIT NOT IN FORCE)" TO tran-message
        END-IF
        MOVE "Y" TO tran-ok-sw
      END-IF
    END-IF
  END-IF.
  .

Count-Tran-Keys.
  MOVE 0 TO keys-given.
  MOVE 0 TO tran-key-idx.
  PERFORM Count-One-Tran-Key UNTIL tran-key-idx = 8.
  .

Count-One-Tran-Key.
  ADD 1 TO tran-key-idx.
  IF AT-KEY-NAME(tran-key-idx) NOT = SPACES
    ADD 1 TO keys-given
  END-IF.
  .

Count-Free-Key-Slot.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-found-idx slot-idx) = SPACES
    ADD 1 TO slots-free
  END-IF.
  .

Check-Grant-Keys.
  IF keys-given > slots-free
    MOVE "NOT ENOUGH FREE KEY SLOTS (8 MAX)" TO tran-message
  ELSE
    MOVE 0 TO tran-key-idx
    PERFORM Check-One-Grant-Key
        UNTIL tran-key-idx = 8 OR tran-message NOT = SPACES
  END-IF.
  .

Check-One-Grant-Key.
  ADD 1 TO tran-key-idx.
  IF AT-KEY-NAME(tran-key-idx) NOT = SPACES
    MOVE AT-KEY-NAME(tran-key-idx) TO check-key-name
    MOVE 0 TO twice-key-idx
    PERFORM Check-Key-Given-Twice
        UNTIL twice-key-idx NOT LESS THAN tran-key-idx - 1
        OR tran-message NOT = SPACES
    IF auth-entry-found AND tran-message = SPACES
      PERFORM Find-Granted-Key
      IF slot-found-idx > 0
        MOVE SPACES TO tran-message
        STRING "KEY " check-key-name " ALREADY GRANTED"
            DELIMITED BY SIZE INTO tran-message
      END-IF
    END-IF
    IF tran-message = SPACES
      IF NOT key-lib-is-open
        MOVE "KEYLIB UNAVAILABLE, KEY CANNOT BE CHECKED" TO tran-message
      ELSE
        MOVE "N" TO key-found-sw
        MOVE check-key-name TO KL-KEY-NAME
        READ KEY-LIB-FILE
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE "Y" TO key-found-sw
        END-READ
        IF NOT key-was-found
          STRING "KEY " check-key-name " NOT IN KEYLIB"
              DELIMITED BY SIZE INTO tran-message
        ELSE
          IF KL-STATUS NOT = "A"
            STRING "KEY " check-key-name " IS NOT ACTIVE"
                DELIMITED BY SIZE INTO tran-message
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF.
  .

Apply-Grant-Keys.
  MOVE 0 TO tran-key-idx.
  PERFORM Apply-One-Grant-Key UNTIL tran-key-idx = 8.
  .

Apply-One-Grant-Key.
  ADD 1 TO tran-key-idx.
  IF AT-KEY-NAME(tran-key-idx) NOT = SPACES
    MOVE SPACES TO check-key-name
    PERFORM Find-Granted-Key
    IF slot-found-idx > 0
      MOVE AT-KEY-NAME(tran-key-idx)
          TO auth-key-name(auth-found-idx slot-found-idx)
    END-IF
  END-IF.
  .

Check-Key-Given-Twice.
  ADD 1 TO twice-key-idx.
  IF AT-KEY-NAME(twice-key-idx) = check-key-name
    STRING "KEY " check-key-name " GIVEN TWICE"
        DELIMITED BY SIZE INTO tran-message
  END-IF.
  .

Find-Granted-Key.
  MOVE 0 TO slot-found-idx.
  MOVE 0 TO slot-idx.
  PERFORM Match-Granted-Key
      UNTIL slot-found-idx > 0 OR slot-idx = 8.
  .

Match-Granted-Key.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-found-idx slot-idx) = check-key-name
    MOVE slot-idx TO slot-found-idx
  END-IF.
  .

Revoke-Operator-Keys.
  IF NOT auth-entry-found
    MOVE "OPERATOR NOT ON FILE" TO tran-message
  ELSE
    PERFORM Count-Tran-Keys
    IF keys-given = 0
      MOVE "NO KEY NAMES GIVEN" TO tran-message
    ELSE
      MOVE 0 TO tran-key-idx
      PERFORM Check-One-Revoke-Key
          UNTIL tran-key-idx = 8 OR tran-message NOT = SPACES
      IF tran-message = SPACES
        MOVE 0 TO tran-key-idx
        PERFORM Apply-One-Revoke-Key UNTIL tran-key-idx = 8
        MOVE "KEYS REVOKED" TO tran-message
        MOVE "Y" TO tran-ok-sw
      END-IF
    END-IF
  END-IF.
  .

Check-One-Revoke-Key.
  ADD 1 TO tran-key-idx.
  IF AT-KEY-NAME(tran-key-idx) NOT = SPACES
    MOVE AT-KEY-NAME(tran-key-idx) TO check-key-name
    PERFORM Find-Granted-Key
    IF slot-found-idx = 0
      STRING "KEY " check-key-name " IS NOT GRANTED"
          DELIMITED BY SIZE INTO tran-message
    END-IF
  END-IF.
  .

Apply-One-Revoke-Key.
  ADD 1 TO tran-key-idx.
  IF AT-KEY-NAME(tran-key-idx) NOT = SPACES
    MOVE AT-KEY-NAME(tran-key-idx) TO check-key-name
    MOVE 0 TO slot-idx
    PERFORM Clear-Granted-Key UNTIL slot-idx = 8
  END-IF.
  .

Clear-Granted-Key.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-found-idx slot-idx) = check-key-name
    MOVE SPACES TO auth-key-name(auth-found-idx slot-idx)
  END-IF.
  .

Remove-Operator.
  IF NOT auth-entry-found
    MOVE "OPERATOR NOT ON FILE" TO tran-message
  ELSE
    MOVE SPACES TO auth-entry(auth-found-idx)
    MOVE "REMOVED" TO tran-message
    MOVE "Y" TO tran-ok-sw
  END-IF.
  .

Write-Auth-Log.
  ACCEPT maint-time FROM TIME.
  MOVE SPACES TO AUTH-LOG-RECORD.
  MOVE maint-date TO AL-DATE.
  MOVE maint-time TO AL-TIME.
  MOVE operator-id TO AL-MAINT-OPERATOR.
  MOVE AT-ACTION TO AL-ACTION.
  MOVE AT-OPERATOR-ID TO AL-OPERATOR-ID.
  MOVE auth-before-image TO AL-BEFORE-IMAGE.
  MOVE auth-entry(auth-found-idx) TO AL-AFTER-IMAGE.
  WRITE AUTH-LOG-RECORD.
  .

Rewrite-Oper-Auth.
  OPEN OUTPUT OPER-AUTH-FILE.
  IF oper-auth-status NOT = "00"
    DISPLAY "ERROR: cannot rewrite OPERAUTH, status "oper-auth-status
    MOVE "OPERAUTH COULD NOT BE REWRITTEN - CHANGES NOT SAVED"
        TO AUTH-RPT-LINE
    WRITE AUTH-RPT-LINE
    MOVE 12 TO RETURN-CODE
  ELSE
    MOVE 0 TO auth-idx
    PERFORM Write-Auth-Entry UNTIL auth-idx NOT LESS THAN auth-count
    CLOSE OPER-AUTH-FILE
  END-IF.
  .

Write-Auth-Entry.
  ADD 1 TO auth-idx.
  IF auth-operator-id(auth-idx) NOT = SPACES
    MOVE auth-entry(auth-idx) TO OPER-AUTH-RECORD
    WRITE OPER-AUTH-RECORD
  END-IF.
  .

List-Oper-Auth.
  MOVE SPACES TO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  MOVE "OPERATOR AUTHORITY LISTING" TO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  MOVE "OPERATOR  ENC DEC SOL KWD BAT ANL  KEY LIMIT  KEY NAMES"
      TO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  MOVE 0 TO operators-listed.
  MOVE 0 TO auth-idx.
  PERFORM List-One-Operator UNTIL auth-idx NOT LESS THAN auth-count.
  IF operators-listed = 0
    MOVE "  NO OPERATORS ON FILE" TO AUTH-RPT-LINE
    WRITE AUTH-RPT-LINE
  END-IF.
  MOVE SPACES TO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  .

List-One-Operator.
  ADD 1 TO auth-idx.
  IF auth-operator-id(auth-idx) NOT = SPACES
    ADD 1 TO operators-listed
    MOVE SPACES TO AUTH-RPT-LINE
    STRING auth-operator-id(auth-idx)
        "   " auth-mode-encrypt(auth-idx)
        "   " auth-mode-decrypt(auth-idx)
        "   " auth-mode-solve(auth-idx)
        "   " auth-mode-keyword(auth-idx)
        "   " auth-mode-batch(auth-idx)
        "   " auth-mode-analyze(auth-idx)
        "       " auth-key-limit(auth-idx)
        DELIMITED BY SIZE INTO AUTH-RPT-LINE
    MOVE 47 TO list-pos
    MOVE 0 TO slot-idx
    PERFORM List-One-Key-Name UNTIL slot-idx = 8
    WRITE AUTH-RPT-LINE
  END-IF.
  .

List-One-Key-Name.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-idx slot-idx) NOT = SPACES
    MOVE auth-key-name(auth-idx slot-idx) TO AUTH-RPT-LINE(list-pos:8)
    ADD 9 TO list-pos
  END-IF.
  .

Write-Tran-Result.
  MOVE SPACES TO AUTH-RPT-LINE.
  STRING AT-ACTION " " AT-OPERATOR-ID "  " tran-message
      DELIMITED BY SIZE INTO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  .

Write-Maint-Totals.
  MOVE SPACES TO AUTH-RPT-LINE.
  STRING "TRANSACTIONS READ " trans-read-count
      "  APPLIED " trans-applied-count
      "  IN ERROR " trans-error-count
      DELIMITED BY SIZE INTO AUTH-RPT-LINE.
  WRITE AUTH-RPT-LINE.
  DISPLAY "OPERAUTH MAINTENANCE  READ "trans-read-count
      "  APPLIED "trans-applied-count
      "  IN ERROR "trans-error-count.
  .

END PROGRAM OperAuthMaint.
