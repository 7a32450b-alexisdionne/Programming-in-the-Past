IDENTIFICATION DIVISION.
PROGRAM-ID. AuditChainVerify.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHAIN-CTL-FILE ASSIGN TO "CHAINCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chain-ctl-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC archive-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-file-status.
    SELECT CHAIN-RPT-FILE ASSIGN TO "CHAINRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chain-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  CHAIN-CTL-FILE.
01  CHAIN-CTL-RECORD.
    05  CV-ARCHIVE-FROM        PIC X(06).
    05  CV-ARCHIVE-TO          PIC X(06).

FD  AUDIT-FILE.
    COPY CIPHAUD.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD             PIC X(84).

FD  CHAIN-RPT-FILE.
01  CHAIN-RPT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01 chain-ctl-status    PIC X(02) value "00".
01 audit-file-status   PIC X(02) value "00".
01 archive-file-status PIC X(02) value "00".
01 chain-rpt-status    PIC X(02) value "00".
01 audit-eof-sw        PIC X(01) value "N".
    88 audit-at-eof           value "Y".
01 archive-eof-sw      PIC X(01) value "N".
    88 archive-at-eof         value "Y".

01 report-date         PIC 9(08) value 0.
01 archive-file-name   PIC X(13) value spaces.
01 current-file-name   PIC X(13) value spaces.
01 archive-month       PIC 9(06) value 0.
01 archive-start-month PIC 9(06) value 0.
01 archive-end-month   PIC 9(06) value 0.
01 archive-month-yy    PIC 9(04) value 0.
01 archive-month-mm    PIC 9(02) value 0.
01 archive-scan-sw     PIC X(01) value "N".
    88 archives-requested     value "Y".
01 months-scanned      PIC 9(03) value 0.
01 archives-opened     PIC 9(03) value 0.
01 archives-missing    PIC 9(03) value 0.

01 chain-anchor-sw     PIC X(01) value "N".
    88 chain-is-anchored      value "Y".
01 chain-prev          PIC 9(10) value 0.
01 chain-expected      PIC 9(10) value 0.
01 file-record-no      PIC 9(07) value 0.
01 records-checked     PIC 9(07) value 0.
01 records-unchained   PIC 9(07) value 0.
01 chain-breaks        PIC 9(07) value 0.
01 chain-anchors       PIC 9(05) value 0.

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

01 count-edited        PIC Z(06)9.

PROCEDURE DIVISION.
  PERFORM Open-Chain-Report.
  PERFORM Read-Chain-Control.
  PERFORM Write-Chain-Heading.
  IF archives-requested
    PERFORM Scan-Archive-Months
  END-IF.
  PERFORM Scan-Live-Audit-Log.
  PERFORM Write-Chain-Totals.
  CLOSE CHAIN-RPT-FILE.
  STOP RUN.

Open-Chain-Report.
  ACCEPT report-date FROM DATE YYYYMMDD.
  OPEN OUTPUT CHAIN-RPT-FILE.
  IF chain-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open CHAINRPT, status "chain-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Chain-Control.
  MOVE 0 TO archive-start-month.
  MOVE 0 TO archive-end-month.
  OPEN INPUT CHAIN-CTL-FILE.
  IF chain-ctl-status = "00"
    READ CHAIN-CTL-FILE
      AT END CONTINUE
      NOT AT END
        IF CV-ARCHIVE-FROM NUMERIC
          MOVE CV-ARCHIVE-FROM TO archive-start-month
        END-IF
        IF CV-ARCHIVE-TO NUMERIC
          MOVE CV-ARCHIVE-TO TO archive-end-month
        END-IF
    END-READ
    CLOSE CHAIN-CTL-FILE
  END-IF.
  IF archive-start-month > 0
    IF archive-end-month = 0
      MOVE report-date(1:6) TO archive-end-month
    END-IF
    IF archive-start-month > archive-end-month
      DISPLAY "WARNING: CHAINCTL archive range "archive-start-month
          " to "archive-end-month" is reversed, checking AUDITLOG only"
    ELSE
      MOVE "Y" TO archive-scan-sw
    END-IF
  END-IF.
  .

Write-Chain-Heading.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "AUDIT LOG CHAIN VERIFICATION  RUN DATE: " report-date
      DELIMITED BY SIZE INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE SPACES TO CHAIN-RPT-LINE.
  IF archives-requested
    STRING "ARCHIVES AUDARC." archive-start-month
        " THROUGH AUDARC." archive-end-month " THEN AUDITLOG"
        DELIMITED BY SIZE INTO CHAIN-RPT-LINE
  ELSE
    MOVE "LIVE AUDITLOG ONLY" TO CHAIN-RPT-LINE
  END-IF.
  WRITE CHAIN-RPT-LINE.
  MOVE SPACES TO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "FINDING   FILE            RECORD  DATE      TIME      "
      "RUN ID            ACTION        EXPECTED    FOUND"
      DELIMITED BY SIZE INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  .

Scan-Archive-Months.
  MOVE archive-start-month TO archive-month.
  MOVE 0 TO months-scanned.
  PERFORM Scan-One-Archive-Month
      UNTIL archive-month GREATER THAN archive-end-month
      OR months-scanned = 240.
  .

Scan-One-Archive-Month.
  ADD 1 TO months-scanned.
  MOVE SPACES TO archive-file-name.
  STRING "AUDARC." DELIMITED BY SIZE
      archive-month DELIMITED BY SIZE
      INTO archive-file-name.
  MOVE archive-file-name TO current-file-name.
  MOVE 0 TO file-record-no.
  MOVE "N" TO archive-eof-sw.
  OPEN INPUT ARCHIVE-FILE.
  IF archive-file-status = "00"
    ADD 1 TO archives-opened
    PERFORM Read-Archive-Record
    PERFORM Examine-Archive-Record UNTIL archive-at-eof
    CLOSE ARCHIVE-FILE
  ELSE
    ADD 1 TO archives-missing
  END-IF.
  PERFORM Advance-Archive-Month.
  .

Read-Archive-Record.
  READ ARCHIVE-FILE
    AT END MOVE "Y" TO archive-eof-sw
  END-READ.
  .

Examine-Archive-Record.
  MOVE ARCHIVE-RECORD TO AUDIT-RECORD.
  PERFORM Check-Chain-Record.
  PERFORM Read-Archive-Record.
  .

Advance-Archive-Month.
  DIVIDE archive-month BY 100 GIVING archive-month-yy
      REMAINDER archive-month-mm.
  IF archive-month-mm = 12
    ADD 1 TO archive-month-yy
    MOVE 1 TO archive-month-mm
  ELSE
    ADD 1 TO archive-month-mm
  END-IF.
  COMPUTE archive-month = (archive-month-yy * 100) + archive-month-mm.
  .

Scan-Live-Audit-Log.
  MOVE "AUDITLOG" TO current-file-name.
  MOVE 0 TO file-record-no.
  MOVE "N" TO audit-eof-sw.
  OPEN INPUT AUDIT-FILE.
  IF audit-file-status NOT = "00"
    DISPLAY "ERROR: cannot open AUDITLOG, status "audit-file-status
    MOVE "LIVE AUDIT LOG NOT AVAILABLE" TO CHAIN-RPT-LINE
    WRITE CHAIN-RPT-LINE
    CLOSE CHAIN-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Read-Live-Audit-Record.
  PERFORM Examine-Live-Audit-Record UNTIL audit-at-eof.
  CLOSE AUDIT-FILE.
  .

Read-Live-Audit-Record.
  READ AUDIT-FILE
    AT END MOVE "Y" TO audit-eof-sw
  END-READ.
  .

Examine-Live-Audit-Record.
  PERFORM Check-Chain-Record.
  PERFORM Read-Live-Audit-Record.
  .

Check-Chain-Record.
  ADD 1 TO file-record-no.
  ADD 1 TO records-checked.
  IF AUD-CHAIN NOT NUMERIC
    IF chain-is-anchored
      PERFORM Compute-Expected-Chain
      ADD 1 TO chain-breaks
      PERFORM Write-Break-Line
    ELSE
      ADD 1 TO records-unchained
    END-IF
  ELSE
    IF NOT chain-is-anchored
      ADD 1 TO chain-anchors
      MOVE "Y" TO chain-anchor-sw
      MOVE AUD-CHAIN TO chain-expected
      PERFORM Write-Anchor-Line
    ELSE
      PERFORM Compute-Expected-Chain
      IF chain-expected NOT = AUD-CHAIN
        ADD 1 TO chain-breaks
        PERFORM Write-Break-Line
      END-IF
    END-IF
    MOVE AUD-CHAIN TO chain-prev
  END-IF.
  .

Compute-Expected-Chain.
  MOVE AUDIT-RECORD(1:74) TO digest-text.
  INSPECT digest-text CONVERTING lowercase-letters TO uppercase-letters.
  MOVE 74 TO digest-len.
  PERFORM Compute-Record-Digest.
  COMPUTE digest-work = (chain-prev * 31) + digest-sum.
  DIVIDE digest-work BY 999999937 GIVING digest-quot
      REMAINDER chain-expected.
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

Write-Anchor-Line.
  MOVE file-record-no TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "START     " current-file-name "  " count-edited "  "
      AUD-DATE "  " AUD-TIME "  " AUD-RUN-ID "  " AUD-ACTION
      "  " "          " "  " AUD-CHAIN
      DELIMITED BY SIZE INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  .

Write-Break-Line.
  MOVE file-record-no TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "BREAK     " current-file-name "  " count-edited "  "
      AUD-DATE "  " AUD-TIME "  " AUD-RUN-ID "  " AUD-ACTION
      "  " chain-expected "  " AUD-CHAIN
      DELIMITED BY SIZE INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  DISPLAY "CHAIN BREAK "current-file-name" RECORD "file-record-no
      " DATE "AUD-DATE" TIME "AUD-TIME" RUN "AUD-RUN-ID.
  .

Write-Chain-Totals.
  MOVE SPACES TO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE records-checked TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "AUDIT RECORDS READ:      " count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE archives-opened TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "ARCHIVE FILES READ:      " count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE archives-missing TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "ARCHIVE MONTHS NOT FOUND:" count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE records-unchained TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "RECORDS WITHOUT CHAIN:   " count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE chain-anchors TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "CHAIN STARTING POINTS:   " count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  MOVE chain-breaks TO count-edited.
  MOVE SPACES TO CHAIN-RPT-LINE.
  STRING "CHAIN BREAKS:            " count-edited DELIMITED BY SIZE
      INTO CHAIN-RPT-LINE.
  WRITE CHAIN-RPT-LINE.
  IF chain-breaks > 0
    MOVE 8 TO RETURN-CODE
  ELSE
    IF records-unchained > 0
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF.
  DISPLAY "AUDIT CHAIN VERIFY  RECORDS "records-checked
      "  BREAKS "chain-breaks
      "  UNCHAINED "records-unchained.
  .

END PROGRAM AuditChainVerify.
