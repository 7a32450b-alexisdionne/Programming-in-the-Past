IDENTIFICATION DIVISION.
PROGRAM-ID. PartnerMaint.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARTNER-FILE ASSIGN TO "PARTNER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-PARTNER-ID
        FILE STATUS IS partner-status.
    SELECT KEY-LIB-FILE ASSIGN TO "KEYLIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KL-KEY-NAME
        FILE STATUS IS key-lib-status.
    SELECT PTN-TRAN-FILE ASSIGN TO "PTNTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ptn-tran-status.
    SELECT PTN-LIST-FILE ASSIGN TO "PTNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ptn-list-status.

DATA DIVISION.
FILE SECTION.
FD  PARTNER-FILE.
    COPY CIPHPTN.

FD  KEY-LIB-FILE.
    COPY CIPHKEY.

FD  PTN-TRAN-FILE.
01  PTN-TRAN-RECORD.
    05  PT-ACTION           PIC X(01).
    05  PT-PARTNER-ID       PIC X(08).
    05  PT-STATUS           PIC X(01).
    05  PT-DEFAULT-DIR      PIC X(01).
    05  PT-OUT-PARTNER-ID   PIC X(08).
    05  PT-DEST-CODES.
        10  PT-DEST-CODE OCCURS 10 PIC X(03).
    05  PT-KEY-NAMES.
        10  PT-KEY-NAME OCCURS 8 PIC X(08).

FD  PTN-LIST-FILE.
01  PTN-LIST-LINE              PIC X(132).

WORKING-STORAGE SECTION.
01 partner-status      PIC X(02) value "00".
01 key-lib-status      PIC X(02) value "00".
01 ptn-tran-status     PIC X(02) value "00".
01 ptn-list-status     PIC X(02) value "00".
01 partner-eof-sw      PIC X(01) value "N".
    88 partner-at-eof         value "Y".
01 ptn-tran-eof-sw     PIC X(01) value "N".
    88 ptn-tran-at-eof        value "Y".
01 key-lib-open-sw     PIC X(01) value "N".
    88 key-lib-is-open        value "Y".

01 partner-found-sw    PIC X(01) value "N".
    88 partner-was-found      value "Y".
01 key-found-sw        PIC X(01) value "N".
    88 key-was-found          value "Y".
01 partners-listed     PIC 9(05) value 0.

01 trans-read-count    PIC 9(05) value 0.
01 trans-applied-count PIC 9(05) value 0.
01 trans-error-count   PIC 9(05) value 0.
01 tran-ok-sw          PIC X(01) value "N".
    88 tran-is-ok             value "Y".
01 tran-message        PIC X(40) value spaces.

01 dest-idx            PIC 9(02) value 0.
01 dests-given         PIC 9(02) value 0.
01 key-idx             PIC 9(02) value 0.
01 keys-ok-sw          PIC X(01) value "Y".
    88 tran-keys-are-ok       value "Y".
01 list-pos            PIC 9(02) value 0.

PROCEDURE DIVISION.
  PERFORM Open-Files.
  PERFORM Open-Partner-Master.
  PERFORM Open-Key-Library.
  PERFORM Read-Transaction.
  PERFORM Apply-Transaction UNTIL ptn-tran-at-eof.
  PERFORM Write-Maint-Totals.
  PERFORM Close-Files.
  STOP RUN.

Open-Files.
  OPEN INPUT PTN-TRAN-FILE.
  IF ptn-tran-status NOT = "00"
    DISPLAY "ERROR: cannot open PTNTRAN, status "ptn-tran-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  OPEN OUTPUT PTN-LIST-FILE.
  IF ptn-list-status NOT = "00"
    DISPLAY "ERROR: cannot open PTNRPT, status "ptn-list-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Close-Files.
  CLOSE PARTNER-FILE PTN-TRAN-FILE PTN-LIST-FILE.
  IF key-lib-is-open
    CLOSE KEY-LIB-FILE
    MOVE "N" TO key-lib-open-sw
  END-IF.
  .

Open-Partner-Master.
  OPEN I-O PARTNER-FILE.
  IF partner-status = "35"
    OPEN OUTPUT PARTNER-FILE
    CLOSE PARTNER-FILE
    OPEN I-O PARTNER-FILE
  END-IF.
  IF partner-status NOT = "00"
    DISPLAY "ERROR: cannot open PARTNER, status "partner-status
    CLOSE PTN-TRAN-FILE PTN-LIST-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Open-Key-Library.
  MOVE "N" TO key-lib-open-sw.
  OPEN INPUT KEY-LIB-FILE.
  IF key-lib-status = "00"
    MOVE "Y" TO key-lib-open-sw
  ELSE
    DISPLAY "WARNING: cannot open KEYLIB, status "key-lib-status
        ", key name grants will be refused"
  END-IF.
  .

Read-Transaction.
  READ PTN-TRAN-FILE
    AT END MOVE "Y" TO ptn-tran-eof-sw
  END-READ.
  .

Apply-Transaction.
  ADD 1 TO trans-read-count.
  MOVE "N" TO tran-ok-sw.
  MOVE SPACES TO tran-message.
  PERFORM Find-Partner-Entry.
  EVALUATE PT-ACTION
    WHEN "A"
      PERFORM Add-Partner-Entry
    WHEN "C"
      PERFORM Change-Partner-Entry
    WHEN "D"
      PERFORM Deactivate-Partner-Entry
    WHEN "L"
      PERFORM List-Partner-Master
    WHEN OTHER
      MOVE "INVALID ACTION CODE" TO tran-message
  END-EVALUATE.
  IF PT-ACTION NOT = "L"
    IF tran-is-ok
      ADD 1 TO trans-applied-count
    ELSE
      ADD 1 TO trans-error-count
    END-IF
    PERFORM Write-Tran-Result
  END-IF.
  PERFORM Read-Transaction.
  .

Find-Partner-Entry.
  MOVE "N" TO partner-found-sw.
  IF PT-PARTNER-ID NOT = SPACES
    MOVE PT-PARTNER-ID TO PM-PARTNER-ID
    READ PARTNER-FILE
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE "Y" TO partner-found-sw
    END-READ
  END-IF.
  .

Add-Partner-Entry.
  IF PT-PARTNER-ID = SPACES
    MOVE "PARTNER ID REQUIRED" TO tran-message
  ELSE
    IF partner-was-found
      MOVE "PARTNER ALREADY ON FILE" TO tran-message
    ELSE
      PERFORM Count-Tran-Dests
      PERFORM Check-Tran-Keys
      IF PT-STATUS NOT = "A" AND PT-STATUS NOT = "I"
          AND PT-STATUS NOT = SPACE
        MOVE "STATUS MUST BE A OR I" TO tran-message
      ELSE
        IF PT-DEFAULT-DIR NOT = "E" AND PT-DEFAULT-DIR NOT = "D"
            AND PT-DEFAULT-DIR NOT = SPACE
          MOVE "DEFAULT DIRECTION MUST BE E OR D" TO tran-message
        ELSE
          IF dests-given = 0
            MOVE "AT LEAST ONE DESTINATION REQUIRED" TO tran-message
          ELSE
            IF NOT tran-keys-are-ok
              CONTINUE
            ELSE
              PERFORM Build-New-Partner-Record
            END-IF
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF.
  .

Build-New-Partner-Record.
  MOVE SPACES TO PARTNER-RECORD.
  MOVE PT-PARTNER-ID TO PM-PARTNER-ID.
  IF PT-STATUS = SPACE
    MOVE "A" TO PM-STATUS
  ELSE
    MOVE PT-STATUS TO PM-STATUS
  END-IF.
  MOVE PT-DEFAULT-DIR TO PM-DEFAULT-DIR.
  MOVE PT-OUT-PARTNER-ID TO PM-OUT-PARTNER-ID.
  MOVE PT-DEST-CODES TO PM-DEST-CODES.
  IF PT-KEY-NAME(1) NOT = "*NONE"
    MOVE PT-KEY-NAMES TO PM-KEY-NAMES
  END-IF.
  WRITE PARTNER-RECORD
    INVALID KEY
      MOVE "PARTNER ALREADY ON FILE" TO tran-message
    NOT INVALID KEY
      MOVE "ADDED" TO tran-message
      MOVE "Y" TO tran-ok-sw
  END-WRITE.
  .

Count-Tran-Dests.
  MOVE 0 TO dests-given.
  MOVE 0 TO dest-idx.
  PERFORM Count-One-Tran-Dest UNTIL dest-idx = 10.
  .

Count-One-Tran-Dest.
  ADD 1 TO dest-idx.
  IF PT-DEST-CODE(dest-idx) NOT = SPACES
    ADD 1 TO dests-given
  END-IF.
  .

Check-Tran-Keys.
  MOVE "Y" TO keys-ok-sw.
  IF PT-KEY-NAME(1) NOT = "*NONE"
    MOVE 0 TO key-idx
    PERFORM Check-One-Tran-Key
        UNTIL key-idx = 8 OR NOT tran-keys-are-ok
  END-IF.
  .

Check-One-Tran-Key.
  ADD 1 TO key-idx.
  IF PT-KEY-NAME(key-idx) NOT = SPACES
    IF NOT key-lib-is-open
      MOVE "N" TO keys-ok-sw
      MOVE "KEYLIB UNAVAILABLE, KEYS NOT CHECKED" TO tran-message
    ELSE
      MOVE "N" TO key-found-sw
      MOVE PT-KEY-NAME(key-idx) TO KL-KEY-NAME
      READ KEY-LIB-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO key-found-sw
      END-READ
      IF NOT key-was-found
        MOVE "N" TO keys-ok-sw
        MOVE SPACES TO tran-message
        STRING "KEY " PT-KEY-NAME(key-idx) " NOT IN KEYLIB"
            DELIMITED BY SIZE INTO tran-message
      END-IF
    END-IF
  END-IF.
  .

Change-Partner-Entry.
  IF NOT partner-was-found
    MOVE "PARTNER NOT ON FILE" TO tran-message
  ELSE
    MOVE "CHANGED" TO tran-message
    MOVE "Y" TO tran-ok-sw
    IF PT-STATUS NOT = SPACE
      IF PT-STATUS = "A" OR PT-STATUS = "I"
        MOVE PT-STATUS TO PM-STATUS
      ELSE
        MOVE "STATUS MUST BE A OR I" TO tran-message
        MOVE "N" TO tran-ok-sw
      END-IF
    END-IF
    IF tran-is-ok AND PT-DEFAULT-DIR NOT = SPACE
      IF PT-DEFAULT-DIR = "E" OR PT-DEFAULT-DIR = "D"
        MOVE PT-DEFAULT-DIR TO PM-DEFAULT-DIR
      ELSE
        MOVE "DEFAULT DIRECTION MUST BE E OR D" TO tran-message
        MOVE "N" TO tran-ok-sw
      END-IF
    END-IF
    IF tran-is-ok AND PT-KEY-NAMES NOT = SPACES
      PERFORM Check-Tran-Keys
      IF tran-keys-are-ok
        IF PT-KEY-NAME(1) = "*NONE"
          MOVE SPACES TO PM-KEY-NAMES
        ELSE
          MOVE PT-KEY-NAMES TO PM-KEY-NAMES
        END-IF
      ELSE
        MOVE "N" TO tran-ok-sw
      END-IF
    END-IF
    IF tran-is-ok
      IF PT-OUT-PARTNER-ID NOT = SPACES
        MOVE PT-OUT-PARTNER-ID TO PM-OUT-PARTNER-ID
      END-IF
      IF PT-DEST-CODES NOT = SPACES
        MOVE PT-DEST-CODES TO PM-DEST-CODES
      END-IF
      REWRITE PARTNER-RECORD
        INVALID KEY
          MOVE "REWRITE FAILED" TO tran-message
          MOVE "N" TO tran-ok-sw
      END-REWRITE
    END-IF
  END-IF.
  .

Deactivate-Partner-Entry.
  IF NOT partner-was-found
    MOVE "PARTNER NOT ON FILE" TO tran-message
  ELSE
    MOVE "I" TO PM-STATUS
    REWRITE PARTNER-RECORD
      INVALID KEY
        MOVE "REWRITE FAILED" TO tran-message
      NOT INVALID KEY
        MOVE "DEACTIVATED" TO tran-message
        MOVE "Y" TO tran-ok-sw
    END-REWRITE
  END-IF.
  .

List-Partner-Master.
  MOVE "PARTNER MASTER LISTING" TO PTN-LIST-LINE.
  WRITE PTN-LIST-LINE.
  MOVE 0 TO partners-listed.
  MOVE "N" TO partner-eof-sw.
  MOVE LOW-VALUES TO PM-PARTNER-ID.
  START PARTNER-FILE KEY NOT LESS THAN PM-PARTNER-ID
    INVALID KEY MOVE "Y" TO partner-eof-sw
  END-START.
  PERFORM Write-One-Partner-Entry UNTIL partner-at-eof.
  IF partners-listed = 0
    MOVE "  PARTNER MASTER IS EMPTY" TO PTN-LIST-LINE
    WRITE PTN-LIST-LINE
  END-IF.
  MOVE SPACES TO PTN-LIST-LINE.
  WRITE PTN-LIST-LINE.
  .

Write-One-Partner-Entry.
  READ PARTNER-FILE NEXT RECORD
    AT END MOVE "Y" TO partner-eof-sw
    NOT AT END
      ADD 1 TO partners-listed
      MOVE SPACES TO PTN-LIST-LINE
      STRING "  " PM-PARTNER-ID
          "  STATUS " PM-STATUS
          "  DEFAULT DIR " PM-DEFAULT-DIR
          "  OUTBOUND ID " PM-OUT-PARTNER-ID
          DELIMITED BY SIZE INTO PTN-LIST-LINE
      IF PM-OUT-PARTNER-ID = SPACES
        MOVE "(CIPHOPS)" TO PTN-LIST-LINE(52:9)
      END-IF
      WRITE PTN-LIST-LINE
      MOVE SPACES TO PTN-LIST-LINE
      MOVE "    DESTINATIONS:" TO PTN-LIST-LINE(1:17)
      MOVE 19 TO list-pos
      MOVE 0 TO dest-idx
      PERFORM List-One-Dest-Code UNTIL dest-idx = 10
      WRITE PTN-LIST-LINE
      MOVE SPACES TO PTN-LIST-LINE
      IF PM-KEY-NAMES = SPACES
        MOVE "    KEY NAMES:    NONE (SHIFT RECORDS ONLY)" TO PTN-LIST-LINE
      ELSE
        MOVE "    KEY NAMES:" TO PTN-LIST-LINE(1:14)
        MOVE 19 TO list-pos
        MOVE 0 TO key-idx
        PERFORM List-One-Key-Name UNTIL key-idx = 8
      END-IF
      WRITE PTN-LIST-LINE
  END-READ.
  .

List-One-Dest-Code.
  ADD 1 TO dest-idx.
  IF PM-DEST-CODE(dest-idx) NOT = SPACES
    MOVE PM-DEST-CODE(dest-idx) TO PTN-LIST-LINE(list-pos:3)
    ADD 4 TO list-pos
  END-IF.
  .

List-One-Key-Name.
  ADD 1 TO key-idx.
  IF PM-KEY-NAME(key-idx) NOT = SPACES
    MOVE PM-KEY-NAME(key-idx) TO PTN-LIST-LINE(list-pos:8)
    ADD 9 TO list-pos
  END-IF.
  .

Write-Tran-Result.
  MOVE SPACES TO PTN-LIST-LINE.
  STRING PT-ACTION " " PT-PARTNER-ID "  " tran-message
      DELIMITED BY SIZE INTO PTN-LIST-LINE.
  WRITE PTN-LIST-LINE.
  .

Write-Maint-Totals.
  MOVE SPACES TO PTN-LIST-LINE.
  STRING "TRANSACTIONS READ " trans-read-count
      "  APPLIED " trans-applied-count
      "  IN ERROR " trans-error-count
      DELIMITED BY SIZE INTO PTN-LIST-LINE.
  WRITE PTN-LIST-LINE.
  DISPLAY "PARTNER MAINTENANCE  READ "trans-read-count
      "  APPLIED "trans-applied-count
      "  IN ERROR "trans-error-count.
  .

END PROGRAM PartnerMaint.
