    COPY CIPHAUD.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD             PIC X(84).

FD  AUDIT-NEW-FILE.
01  AUDIT-NEW-RECORD           PIC X(84).

FD  HSKP-CTL-FILE.
01  HSKP-CTL-RECORD.
    88 month-was-found        value "Y".
01 count-edited        PIC Z(06)9.

01 operator-id         PIC X(08) value "UNKNOWN".
01 run-time-now        PIC 9(08) value 0.
01 hskp-run-id         PIC X(16) value spaces.
01 chain-prev          PIC 9(10) value 0.
01 unchained-count     PIC 9(07) value 0.
01 lowercase-letters   PIC A(26) value "abcdefghijklmnopqrstuvwxyz".
01 uppercase-letters   PIC A(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 chain-alphabet      PIC X(40) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ,.-".
01 alpha-search-char   PIC X(01) value space.
01 alpha-index         PIC 99 value 0.
01 alpha-scan-pos      PIC 99 value 0.
01 digest-text         PIC X(74) value spaces.
01 digest-len          PIC 9(03) value 0.
01 digest-pos          PIC 9(03) value 0.
01 digest-sum          PIC 9(09) value 0.
01 digest-work         PIC 9(12) value 0.
01 digest-quot         PIC 9(03) value 0.

PROCEDURE DIVISION.
  PERFORM Get-Retention-Period.
  PERFORM Open-Housekeeping-Files.
  PERFORM Read-Audit-Record.
  PERFORM Process-Audit-Record UNTIL audit-at-eof.
  PERFORM Write-Housekeeping-Audit.
  PERFORM Close-Housekeeping-Files.
  PERFORM Replace-Live-Audit-File.
  PERFORM Write-Housekeeping-Report.

Process-Audit-Record.
  ADD 1 TO records-read.
  IF AUD-CHAIN NUMERIC
    MOVE AUD-CHAIN TO chain-prev
  ELSE
    MOVE 0 TO chain-prev
    ADD 1 TO unchained-count
  END-IF.
  IF AUD-DATE NUMERIC AND AUD-DATE > 0
    IF AUD-DATE LESS THAN cutoff-date
      MOVE AUD-DATE(1:6) TO record-month
  END-IF.
  .

Write-Housekeeping-Audit.
  ACCEPT operator-id FROM ENVIRONMENT "USER".
  IF operator-id = SPACES
    MOVE "UNKNOWN" TO operator-id
  END-IF.
  ACCEPT run-time-now FROM TIME.
  MOVE SPACES TO hskp-run-id.
  STRING "H" DELIMITED BY SIZE
      run-date DELIMITED BY SIZE
      run-time-now(1:6) DELIMITED BY SIZE
      INTO hskp-run-id.
  MOVE SPACES TO AUDIT-RECORD.
  MOVE run-date TO AUD-DATE.
  MOVE run-time-now TO AUD-TIME.
  MOVE operator-id TO AUD-OPERATOR-ID.
  MOVE "AUDIT-HSKP" TO AUD-ACTION.
  MOVE 0 TO AUD-SHIFT.
  MOVE records-archived TO AUD-PHRASE-DIGEST.
  MOVE hskp-run-id TO AUD-RUN-ID.
  MOVE "OK" TO AUD-RUN-OUTCOME.
  MOVE AUDIT-RECORD(1:74) TO digest-text.
  INSPECT digest-text CONVERTING lowercase-letters TO uppercase-letters.
  MOVE 74 TO digest-len.
  PERFORM Compute-Record-Digest.
  COMPUTE digest-work = (chain-prev * 31) + digest-sum.
  DIVIDE digest-work BY 999999937 GIVING digest-quot
      REMAINDER chain-prev.
  MOVE chain-prev TO AUD-CHAIN.
  WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD.
  ADD 1 TO records-retained.
  .

Compute-Record-Digest.
  MOVE 0 TO digest-sum.
  MOVE 0 TO digest-pos.
  PERFORM Digest-One-Char UNTIL digest-pos NOT LESS THAN digest-len.
  .

Digest-One-Char.
  ADD 1 TO digest-pos.
  MOVE digest-text(digest-pos:1) TO alpha-search-char.
  PERFORM Find-Alphabet-Index.
  COMPUTE digest-work = (digest-sum * 31) + alpha-index + digest-pos.
  DIVIDE digest-work BY 999999937 GIVING digest-quot
      REMAINDER digest-sum.
  .

Find-Alphabet-Index.
  MOVE 0 TO alpha-index.
  MOVE 0 TO alpha-scan-pos.
  PERFORM Scan-Alphabet-Char
      UNTIL alpha-index > 0 OR alpha-scan-pos = 40.
  .

Scan-Alphabet-Char.
  ADD 1 TO alpha-scan-pos.
  IF chain-alphabet(alpha-scan-pos:1) = alpha-search-char
    MOVE alpha-scan-pos TO alpha-index
  END-IF.
  .

Replace-Live-Audit-File.
  MOVE "N" TO audit-new-eof-sw.
  OPEN INPUT AUDIT-NEW-FILE.
        count-edited DELIMITED BY SIZE INTO HSKP-RPT-LINE
    WRITE HSKP-RPT-LINE
  END-IF.
  IF unchained-count > 0
    MOVE unchained-count TO count-edited
    MOVE SPACES TO HSKP-RPT-LINE
    STRING "RECORDS WITHOUT CHAIN VALUE (WRITTEN BEFORE CHAINING): "
        count-edited DELIMITED BY SIZE INTO HSKP-RPT-LINE
    WRITE HSKP-RPT-LINE
  END-IF.
  MOVE SPACES TO HSKP-RPT-LINE.
  STRING "CHAIN CARRIED TO RETAINED LOG: " chain-prev
      DELIMITED BY SIZE INTO HSKP-RPT-LINE.
  WRITE HSKP-RPT-LINE.
  CLOSE HSKP-RPT-FILE.
  DISPLAY "AUDIT HOUSEKEEPING  READ "records-read
      "  ARCHIVED "records-archived
