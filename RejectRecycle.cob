FD  RECYCLE-CTL-FILE.
01  RECYCLE-CTL-RECORD.
    05  RCY-REJECT-DATE        PIC X(08).
    05  RCY-PARTNER-ID         PIC X(08).

FD  KEY-LIB-FILE.
    COPY CIPHKEY.
01 fix-over-sw         PIC X(01) value "N".
    88 fix-overflowed         value "Y".

01 recycle-partner-id  PIC X(08) value spaces.
01 ctl-partner-id      PIC X(08) value spaces.
01 partner-table.
    05 partner-entry OCCURS 50.
        10 partner-entry-id    PIC X(08).
        10 partner-entry-count PIC 9(05).
01 partner-count       PIC 9(02) value 0.
01 partner-idx         PIC 9(02) value 0.
01 partner-found-idx   PIC 9(02) value 0.
01 partner-over-sw     PIC X(01) value "N".
    88 partner-overflowed     value "Y".
01 unpartnered-count   PIC 9(05) value 0.

01 reject-seq          PIC 9(05) value 0.
01 recycle-count-new   PIC 9(02) value 0.
01 record-ok-sw        PIC X(01) value "N".
01 records-resubmitted PIC 9(05) value 0.
01 records-still-bad   PIC 9(05) value 0.
01 records-escalated   PIC 9(05) value 0.
01 records-held-other  PIC 9(05) value 0.
01 records-held-no-ptn PIC 9(05) value 0.
01 count-edited        PIC Z(04)9.

PROCEDURE DIVISION.
  PERFORM Get-Reject-Date.
  PERFORM Scan-Reject-Partners.
  PERFORM Choose-Recycle-Partner.
  PERFORM Open-Recycle-Files.
  PERFORM Open-Key-Library.
  PERFORM Load-Fix-Table.
  PERFORM Write-Resubmit-Trailer.
  PERFORM Write-Recycle-Totals.
  PERFORM Close-Recycle-Files.
  IF records-escalated > 0 OR records-held-no-ptn > 0
    MOVE 4 TO RETURN-CODE
  END-IF.
  STOP RUN.
        ELSE
          DISPLAY "WARNING: reject date on RECYCTL not numeric, using today"
        END-IF
        MOVE RCY-PARTNER-ID TO ctl-partner-id
    END-READ
    CLOSE RECYCLE-CTL-FILE
  END-IF.
      INTO reject-file-name.
  .

Scan-Reject-Partners.
  OPEN INPUT REJECT-FILE.
  IF reject-file-status NOT = "00"
    DISPLAY "ERROR: cannot open "reject-file-name", status "
        reject-file-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  MOVE SPACES TO partner-table.
  MOVE 0 TO partner-count.
  MOVE 0 TO unpartnered-count.
  MOVE "N" TO reject-eof-sw.
  PERFORM Scan-Reject-Record UNTIL reject-at-eof.
  CLOSE REJECT-FILE.
  MOVE "N" TO reject-eof-sw.
  IF partner-overflowed
    DISPLAY "WARNING: "reject-file-name" holds rejects from more than 50"
        " partners, extras held"
  END-IF.
  IF unpartnered-count > 0
    DISPLAY "WARNING: "unpartnered-count" rejects carry no originating"
        " partner and are held"
  END-IF.
  .

Scan-Reject-Record.
  READ REJECT-FILE
    AT END MOVE "Y" TO reject-eof-sw
    NOT AT END
      IF RJ-REASON(1:3) = "***" OR REJECT-RECORD = SPACES
        CONTINUE
      ELSE
        IF RJ-PARTNER-ID = SPACES
          ADD 1 TO unpartnered-count
        ELSE
          PERFORM Note-Reject-Partner
        END-IF
      END-IF
  END-READ.
  .

Note-Reject-Partner.
  MOVE 0 TO partner-found-idx.
  MOVE 0 TO partner-idx.
  PERFORM Match-Partner-Entry
      UNTIL partner-found-idx > 0 OR partner-idx NOT LESS THAN partner-count.
  IF partner-found-idx = 0
    IF partner-count = 50
      MOVE "Y" TO partner-over-sw
    ELSE
      ADD 1 TO partner-count
      MOVE partner-count TO partner-found-idx
      MOVE RJ-PARTNER-ID TO partner-entry-id(partner-found-idx)
      MOVE 0 TO partner-entry-count(partner-found-idx)
    END-IF
  END-IF.
  IF partner-found-idx > 0
    ADD 1 TO partner-entry-count(partner-found-idx)
  END-IF.
  .

Match-Partner-Entry.
  ADD 1 TO partner-idx.
  IF partner-entry-id(partner-idx) = RJ-PARTNER-ID
    MOVE partner-idx TO partner-found-idx
  END-IF.
  .

Choose-Recycle-Partner.
  MOVE SPACES TO recycle-partner-id.
  IF ctl-partner-id NOT = SPACES
    MOVE ctl-partner-id TO recycle-partner-id
    MOVE 0 TO partner-found-idx
    MOVE 0 TO partner-idx
    PERFORM Match-Ctl-Partner
        UNTIL partner-found-idx > 0 OR partner-idx NOT LESS THAN partner-count
    IF partner-found-idx = 0
      DISPLAY "WARNING: no rejects for partner "recycle-partner-id
          " on "reject-file-name
    END-IF
  ELSE
    IF partner-count > 1
      DISPLAY "ERROR: "reject-file-name" holds rejects from more than one"
          " partner, name the partner on RECYCTL"
      MOVE 0 TO partner-idx
      PERFORM Display-Reject-Partner UNTIL partner-idx = partner-count
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    IF partner-count = 1
      MOVE partner-entry-id(1) TO recycle-partner-id
    ELSE
      DISPLAY "WARNING: no rejects on "reject-file-name
          " carry an originating partner, nothing resubmitted"
    END-IF
  END-IF.
  .

Match-Ctl-Partner.
  ADD 1 TO partner-idx.
  IF partner-entry-id(partner-idx) = ctl-partner-id
    MOVE partner-idx TO partner-found-idx
  END-IF.
  .

Display-Reject-Partner.
  ADD 1 TO partner-idx.
  DISPLAY "  PARTNER "partner-entry-id(partner-idx)
      "  REJECTS "partner-entry-count(partner-idx).
  .

Open-Recycle-Files.
  OPEN INPUT REJECT-FILE.
  IF reject-file-status NOT = "00"
    ADD 1 TO reject-seq
    ADD 1 TO rejects-read
    PERFORM Build-Resubmit-Record
    IF RJ-PARTNER-ID = SPACES OR RJ-PARTNER-ID NOT = recycle-partner-id
      PERFORM Hold-Reject-Record
    ELSE
      PERFORM Apply-Fix-If-Any
      IF BI-RECYCLE-COUNT NOT LESS THAN 3
        PERFORM Escalate-Reject-Record
      ELSE
        ADD 1 TO BI-RECYCLE-COUNT
        PERFORM Edit-Recycle-Record
        IF record-is-ok
          PERFORM Tally-Resubmit-Hash
          WRITE BATCH-IN-RECORD
          ADD 1 TO records-resubmitted
        ELSE
          PERFORM Report-Still-Rejected
        END-IF
      END-IF
    END-IF
  END-IF.
Write-Resubmit-Header.
  MOVE SPACES TO BATCH-IN-HEADER.
  MOVE "HDR" TO BH-REC-TYPE.
  MOVE recycle-partner-id TO BH-PARTNER-ID.
  MOVE run-date TO BH-CREATE-DATE.
  MOVE 0 TO BH-EXPECT-COUNT.
  WRITE BATCH-IN-HEADER.
  WRITE RECYCLE-RPT-LINE.
  .

Hold-Reject-Record.
  MOVE SPACES TO RECYCLE-RPT-LINE.
  IF RJ-PARTNER-ID = SPACES
    ADD 1 TO records-held-no-ptn
    STRING "HELD  SEQ " reject-seq
        "  NO ORIGINATING PARTNER  ORIG RUN " BI-ORIG-RUN-ID
        "  (" RJ-REASON ")" DELIMITED BY SIZE
        INTO RECYCLE-RPT-LINE
  ELSE
    ADD 1 TO records-held-other
    STRING "HELD  SEQ " reject-seq
        "  PARTNER " RJ-PARTNER-ID
        "  ORIG RUN " BI-ORIG-RUN-ID
        "  (" RJ-REASON ")" DELIMITED BY SIZE
        INTO RECYCLE-RPT-LINE
  END-IF.
  WRITE RECYCLE-RPT-LINE.
  .

Report-Still-Rejected.
  ADD 1 TO records-still-bad.
  MOVE SPACES TO RECYCLE-RPT-LINE.
Write-Recycle-Header.
  MOVE SPACES TO RECYCLE-RPT-LINE.
  STRING "REJECT RECYCLE REPORT  RUN DATE: " run-date
      "  REJECT FILE: " reject-file-name
      "  PARTNER: " recycle-partner-id DELIMITED BY SIZE
      INTO RECYCLE-RPT-LINE.
  WRITE RECYCLE-RPT-LINE.
  MOVE SPACES TO RECYCLE-RPT-LINE.
  STRING "ESCALATED:           " count-edited DELIMITED BY SIZE
      INTO RECYCLE-RPT-LINE.
  WRITE RECYCLE-RPT-LINE.
  MOVE records-held-other TO count-edited.
  MOVE SPACES TO RECYCLE-RPT-LINE.
  STRING "HELD, OTHER PARTNER: " count-edited DELIMITED BY SIZE
      INTO RECYCLE-RPT-LINE.
  WRITE RECYCLE-RPT-LINE.
  MOVE records-held-no-ptn TO count-edited.
  MOVE SPACES TO RECYCLE-RPT-LINE.
  STRING "HELD, NO PARTNER:    " count-edited DELIMITED BY SIZE
      INTO RECYCLE-RPT-LINE.
  WRITE RECYCLE-RPT-LINE.
  DISPLAY "REJECT RECYCLE  READ "rejects-read
      "  RESUBMITTED "records-resubmitted
      "  STILL REJECTING "records-still-bad
      "  ESCALATED "records-escalated
      "  HELD "records-held-other" / "records-held-no-ptn.
  .

END PROGRAM RejectRecycle.
