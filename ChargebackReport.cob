IDENTIFICATION DIVISION.
PROGRAM-ID. ChargebackReport.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHG-CTL-FILE ASSIGN TO "CHGCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-ctl-status.
    SELECT RATE-TAB-FILE ASSIGN TO "RATETAB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-tab-status.
    SELECT RUN-REG-FILE ASSIGN TO "RUNREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-reg-status.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC manifest-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifest-file-status.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC reject-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reject-file-status.
    SELECT CHG-RPT-FILE ASSIGN TO "CHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-rpt-status.
    SELECT CHG-EXT-FILE ASSIGN TO "CHGEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-ext-status.

DATA DIVISION.
FILE SECTION.
FD  CHG-CTL-FILE.
01  CHG-CTL-RECORD.
    05  CG-MONTH               PIC X(06).

FD  RATE-TAB-FILE.
01  RATE-TAB-RECORD.
    05  RT-PARTNER-ID          PIC X(08).
    05  RT-DEST                PIC X(03).
    05  RT-DIRECTION           PIC X(01).
    05  RT-RATE                PIC 9(03)V9(04).

FD  RUN-REG-FILE.
    COPY CIPHREG.

FD  MANIFEST-FILE.
01  MANIFEST-LINE              PIC X(160).

FD  REJECT-FILE.
01  REJECT-LINE                PIC X(136).

FD  CHG-RPT-FILE.
01  CHG-RPT-LINE               PIC X(132).

FD  CHG-EXT-FILE.
    COPY CIPHCHG.

WORKING-STORAGE SECTION.
01 chg-ctl-status      PIC X(02) value "00".
01 rate-tab-status     PIC X(02) value "00".
01 run-reg-status      PIC X(02) value "00".
01 manifest-file-status PIC X(02) value "00".
01 reject-file-status  PIC X(02) value "00".
01 chg-rpt-status      PIC X(02) value "00".
01 chg-ext-status      PIC X(02) value "00".
01 rate-tab-eof-sw     PIC X(01) value "N".
    88 rate-tab-at-eof        value "Y".
01 run-reg-eof-sw      PIC X(01) value "N".
    88 run-reg-at-eof         value "Y".
01 manifest-eof-sw     PIC X(01) value "N".
    88 manifest-at-eof        value "Y".
01 reject-eof-sw       PIC X(01) value "N".
    88 reject-at-eof          value "Y".

01 report-date         PIC 9(08) value 0.
01 chg-month           PIC 9(06) value 0.
01 chg-month-mm        PIC 9(02) value 0.
01 manifest-file-name  PIC X(17) value spaces.
01 reject-file-name    PIC X(17) value spaces.

01 rate-table.
    05 rate-entry OCCURS 200.
        10 rate-partner-id  PIC X(08).
        10 rate-dest        PIC X(03).
        10 rate-direction   PIC X(01).
        10 rate-value       PIC 9(03)V9(04).
01 rate-count          PIC 9(03) value 0.
01 rate-idx            PIC 9(03) value 0.
01 rate-best-idx       PIC 9(03) value 0.
01 rate-score          PIC 9(01) value 0.
01 rate-best-score     PIC 9(01) value 0.
01 rate-match-sw       PIC X(01) value "N".
    88 rate-entry-matches     value "Y".
01 rate-over-sw        PIC X(01) value "N".
    88 rate-table-overflowed  value "Y".
01 rate-bad-count      PIC 9(03) value 0.

01 run-table.
    05 run-entry OCCURS 500.
        10 run-entry-id      PIC X(16).
        10 run-entry-date    PIC 9(08).
        10 run-entry-partner PIC X(08).
        10 run-entry-status  PIC X(08).
        10 run-entry-note    PIC X(50).
01 run-count           PIC 9(03) value 0.
01 run-idx             PIC 9(03) value 0.
01 run-found-idx       PIC 9(03) value 0.
01 run-over-sw         PIC X(01) value "N".
    88 run-table-overflowed   value "Y".

01 run-dest-table.
    05 run-dest-entry OCCURS 20.
        10 rd-dest          PIC X(03).
        10 rd-read          PIC 9(07).
        10 rd-written       PIC 9(07).
        10 rd-rejected      PIC 9(07).
        10 rd-enc-read      PIC 9(07).
        10 rd-enc-written   PIC 9(07).
        10 rd-enc-rejected  PIC 9(07).
01 rd-count            PIC 9(02) value 0.
01 rd-idx              PIC 9(02) value 0.

01 manifest-run-id     PIC X(16) value spaces.
01 manifest-totals-sw  PIC X(01) value "N".
    88 manifest-totals-found  value "Y".
01 manifest-read       PIC 9(07) value 0.
01 manifest-written    PIC 9(07) value 0.
01 manifest-rejected   PIC 9(07) value 0.
01 reject-totals-sw    PIC X(01) value "N".
    88 reject-totals-found    value "Y".
01 reject-read         PIC 9(07) value 0.
01 reject-written      PIC 9(07) value 0.
01 reject-rejected     PIC 9(07) value 0.
01 run-reason          PIC X(50) value spaces.

01 bill-table.
    05 bill-entry OCCURS 300.
        10 bill-key.
            15 bill-partner-id PIC X(08).
            15 bill-dest       PIC X(03).
            15 bill-direction  PIC X(01).
        10 bill-run-count   PIC 9(05).
        10 bill-read        PIC 9(09).
        10 bill-written     PIC 9(09).
        10 bill-rejected    PIC 9(09).
        10 bill-rate        PIC 9(03)V9(04).
        10 bill-amount      PIC 9(09)V9(02).
        10 bill-rate-sw     PIC X(01).
01 bill-count          PIC 9(03) value 0.
01 bill-idx            PIC 9(03) value 0.
01 bill-found-idx      PIC 9(03) value 0.
01 bill-over-sw        PIC X(01) value "N".
    88 bill-table-overflowed  value "Y".

01 post-key.
    05 post-partner-id  PIC X(08).
    05 post-dest        PIC X(03).
    05 post-direction   PIC X(01).
01 post-read           PIC 9(07) value 0.
01 post-written        PIC 9(07) value 0.
01 post-rejected       PIC 9(07) value 0.

01 last-bill-key       PIC X(12) value low-values.
01 next-bill-key       PIC X(12) value spaces.
01 next-bill-idx       PIC 9(03) value 0.
01 next-bill-sw        PIC X(01) value "N".
    88 next-bill-was-found    value "Y".
01 current-partner-id  PIC X(08) value spaces.
01 partner-read        PIC 9(09) value 0.
01 partner-written     PIC 9(09) value 0.
01 partner-rejected    PIC 9(09) value 0.
01 partner-amount      PIC 9(09)V9(02) value 0.

01 total-read          PIC 9(09) value 0.
01 total-written       PIC 9(11) value 0.
01 total-rejected      PIC 9(09) value 0.
01 total-amount        PIC 9(11)V9(02) value 0.
01 runs-in-month       PIC 9(05) value 0.
01 runs-billed         PIC 9(05) value 0.
01 runs-refused        PIC 9(05) value 0.
01 runs-started        PIC 9(05) value 0.
01 runs-in-exception   PIC 9(05) value 0.
01 lines-unrated       PIC 9(05) value 0.
01 extract-count       PIC 9(07) value 0.

01 count-edited        PIC Z(08)9.
01 read-edited         PIC Z(08)9.
01 written-edited      PIC Z(08)9.
01 rejected-edited     PIC Z(08)9.
01 runs-edited         PIC Z(04)9.
01 rate-edited         PIC ZZ9.9999.
01 amount-edited       PIC Z(10)9.99.
01 dest-label          PIC X(03) value spaces.
01 direction-label     PIC X(07) value spaces.

PROCEDURE DIVISION.
  PERFORM Open-Chargeback-Files.
  PERFORM Read-Chargeback-Control.
  PERFORM Load-Rate-Table.
  PERFORM Load-Run-Register.
  MOVE 0 TO run-idx.
  PERFORM Bill-Next-Run UNTIL run-idx NOT LESS THAN run-count.
  PERFORM Price-Bill-Entries.
  PERFORM Write-Chargeback-Heading.
  PERFORM Report-Next-Bill-Entry.
  PERFORM Report-Bill-Entry UNTIL NOT next-bill-was-found.
  IF current-partner-id NOT = SPACES
    PERFORM Write-Partner-Subtotal
  END-IF.
  PERFORM Write-Grand-Total.
  PERFORM Report-Unbilled-Runs.
  PERFORM Write-Extract-Trailer.
  PERFORM Write-Chargeback-Totals.
  CLOSE CHG-RPT-FILE CHG-EXT-FILE.
  STOP RUN.

Open-Chargeback-Files.
  ACCEPT report-date FROM DATE YYYYMMDD.
  OPEN OUTPUT CHG-RPT-FILE.
  IF chg-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open CHGRPT, status "chg-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  OPEN OUTPUT CHG-EXT-FILE.
  IF chg-ext-status NOT = "00"
    DISPLAY "ERROR: cannot open CHGEXT, status "chg-ext-status
    CLOSE CHG-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Chargeback-Control.
  OPEN INPUT CHG-CTL-FILE.
  IF chg-ctl-status NOT = "00"
    DISPLAY "ERROR: cannot open CHGCTL control card, status "chg-ctl-status
    CLOSE CHG-RPT-FILE CHG-EXT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  READ CHG-CTL-FILE
    AT END MOVE SPACES TO CG-MONTH
  END-READ.
  CLOSE CHG-CTL-FILE.
  IF CG-MONTH NOT NUMERIC
    DISPLAY "ERROR: CHGCTL month must be YYYYMM, run stopped"
    CLOSE CHG-RPT-FILE CHG-EXT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  MOVE CG-MONTH TO chg-month.
  MOVE CG-MONTH(5:2) TO chg-month-mm.
  IF chg-month-mm < 1 OR chg-month-mm > 12
    DISPLAY "ERROR: CHGCTL month "CG-MONTH" is not a valid YYYYMM, run stopped"
    CLOSE CHG-RPT-FILE CHG-EXT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Load-Rate-Table.
  MOVE SPACES TO rate-table.
  MOVE 0 TO rate-count.
  OPEN INPUT RATE-TAB-FILE.
  IF rate-tab-status NOT = "00"
    DISPLAY "WARNING: cannot open RATETAB, status "rate-tab-status
        ", every line will be unrated"
  ELSE
    PERFORM Load-Rate-Entry UNTIL rate-tab-at-eof OR rate-table-overflowed
    CLOSE RATE-TAB-FILE
    IF rate-table-overflowed
      DISPLAY "WARNING: RATETAB holds more than 200 rates, later rates ignored"
    END-IF
  END-IF.
  .

Load-Rate-Entry.
  READ RATE-TAB-FILE
    AT END MOVE "Y" TO rate-tab-eof-sw
    NOT AT END
      IF RATE-TAB-RECORD NOT = SPACES
        IF RT-RATE NOT NUMERIC
          ADD 1 TO rate-bad-count
          DISPLAY "WARNING: RATETAB rate for "RT-PARTNER-ID" "RT-DEST
              " "RT-DIRECTION" is not numeric, entry ignored"
        ELSE
          IF rate-count = 200
            MOVE "Y" TO rate-over-sw
          ELSE
            ADD 1 TO rate-count
            MOVE RT-PARTNER-ID TO rate-partner-id(rate-count)
            MOVE RT-DEST TO rate-dest(rate-count)
            MOVE RT-DIRECTION TO rate-direction(rate-count)
            MOVE RT-RATE TO rate-value(rate-count)
          END-IF
        END-IF
      END-IF
  END-READ.
  .

Load-Run-Register.
  MOVE SPACES TO run-table.
  MOVE 0 TO run-count.
  OPEN INPUT RUN-REG-FILE.
  IF run-reg-status NOT = "00"
    DISPLAY "ERROR: cannot open RUNREG, status "run-reg-status
    MOVE "NO RUN REGISTER AVAILABLE - NOTHING TO BILL" TO CHG-RPT-LINE
    WRITE CHG-RPT-LINE
    CLOSE CHG-RPT-FILE CHG-EXT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Load-Run-Record UNTIL run-reg-at-eof OR run-table-overflowed.
  CLOSE RUN-REG-FILE.
  IF run-table-overflowed
    DISPLAY "WARNING: RUNREG holds more than 500 runs for "chg-month
        ", later runs not billed"
  END-IF.
  .

Load-Run-Record.
  READ RUN-REG-FILE
    AT END MOVE "Y" TO run-reg-eof-sw
    NOT AT END
      IF RR-RUN-DATE(1:6) = CG-MONTH
        PERFORM Register-Month-Run
      END-IF
  END-READ.
  .

Register-Month-Run.
  MOVE 0 TO run-found-idx.
  MOVE 0 TO run-idx.
  PERFORM Match-Run-Entry
      UNTIL run-found-idx > 0 OR run-idx NOT LESS THAN run-count.
  IF run-found-idx = 0
    IF run-count = 500
      MOVE "Y" TO run-over-sw
    ELSE
      ADD 1 TO run-count
      MOVE run-count TO run-found-idx
      MOVE RR-RUN-ID TO run-entry-id(run-found-idx)
      MOVE RR-RUN-DATE TO run-entry-date(run-found-idx)
      MOVE RR-STATUS TO run-entry-status(run-found-idx)
      MOVE SPACES TO run-entry-note(run-found-idx)
    END-IF
  END-IF.
  IF run-found-idx > 0
    IF RR-STATUS = "COMPLETE"
      MOVE "COMPLETE" TO run-entry-status(run-found-idx)
    END-IF
    IF RR-PARTNER-ID NOT = SPACES
      MOVE RR-PARTNER-ID TO run-entry-partner(run-found-idx)
    END-IF
  END-IF.
  .

Match-Run-Entry.
  ADD 1 TO run-idx.
  IF run-entry-id(run-idx) = RR-RUN-ID
    MOVE run-idx TO run-found-idx
  END-IF.
  .

Bill-Next-Run.
  ADD 1 TO run-idx.
  ADD 1 TO runs-in-month.
  IF run-entry-partner(run-idx) = SPACES
    MOVE "UNKNOWN" TO run-entry-partner(run-idx)
  END-IF.
  EVALUATE run-entry-status(run-idx)
    WHEN "COMPLETE"
      PERFORM Bill-Complete-Run
    WHEN "REFUSED"
      ADD 1 TO runs-refused
      MOVE "REFUSED AT VALIDATION - NOT BILLED"
          TO run-entry-note(run-idx)
    WHEN OTHER
      ADD 1 TO runs-started
      MOVE "LEFT STARTED, NO COMPLETE ENTRY - NOT BILLED"
          TO run-entry-note(run-idx)
  END-EVALUATE.
  .

Bill-Complete-Run.
  MOVE SPACES TO run-reason.
  PERFORM Read-Run-Manifest.
  IF run-reason = SPACES
    PERFORM Read-Run-Reject-Totals
  END-IF.
  IF run-reason = SPACES
    IF NOT reject-totals-found
      MOVE "NO CONTROL TOTALS LINE ON BATCHREJ" TO run-reason
    ELSE
      IF reject-read NOT = manifest-read
          OR reject-written NOT = manifest-written
          OR reject-rejected NOT = manifest-rejected
        MOVE "BATCHREJ CONTROL TOTALS DISAGREE WITH MANIFEST"
            TO run-reason
      END-IF
    END-IF
  END-IF.
  IF run-reason = SPACES
    ADD 1 TO runs-billed
    MOVE 0 TO rd-idx
    PERFORM Post-Run-Dest UNTIL rd-idx NOT LESS THAN rd-count
  ELSE
    ADD 1 TO runs-in-exception
    MOVE "EXCEPT" TO run-entry-status(run-idx)
    MOVE run-reason TO run-entry-note(run-idx)
  END-IF.
  .

Read-Run-Manifest.
  MOVE SPACES TO run-dest-table.
  MOVE 0 TO rd-count.
  MOVE SPACES TO manifest-run-id.
  MOVE "N" TO manifest-totals-sw.
  MOVE SPACES TO manifest-file-name.
  STRING "BATCHMAN." DELIMITED BY SIZE
      run-entry-date(run-idx) DELIMITED BY SIZE
      INTO manifest-file-name.
  OPEN INPUT MANIFEST-FILE.
  IF manifest-file-status NOT = "00"
    STRING "NO MANIFEST " manifest-file-name
        DELIMITED BY SIZE INTO run-reason
  ELSE
    MOVE "N" TO manifest-eof-sw
    PERFORM Read-Manifest-Entry UNTIL manifest-at-eof
    CLOSE MANIFEST-FILE
    IF run-reason = SPACES
      IF manifest-run-id NOT = run-entry-id(run-idx)
        STRING "MANIFEST BELONGS TO RUN " manifest-run-id
            DELIMITED BY SIZE INTO run-reason
      ELSE
        IF NOT manifest-totals-found
          MOVE "MANIFEST HAS NO TOTALS LINE" TO run-reason
        END-IF
      END-IF
    END-IF
  END-IF.
  .

Read-Manifest-Entry.
  READ MANIFEST-FILE
    AT END MOVE "Y" TO manifest-eof-sw
    NOT AT END
      IF MANIFEST-LINE(1:27) = "DISTRIBUTION MANIFEST  RUN "
        MOVE MANIFEST-LINE(28:16) TO manifest-run-id
      END-IF
      IF MANIFEST-LINE(27:6) = " DEST "
        PERFORM Load-Manifest-Dest
      END-IF
      IF MANIFEST-LINE(1:12) = "TOTALS READ "
          AND MANIFEST-LINE(13:7) NUMERIC
          AND MANIFEST-LINE(30:7) NUMERIC
          AND MANIFEST-LINE(48:7) NUMERIC
        MOVE "Y" TO manifest-totals-sw
        MOVE MANIFEST-LINE(13:7) TO manifest-read
        MOVE MANIFEST-LINE(30:7) TO manifest-written
        MOVE MANIFEST-LINE(48:7) TO manifest-rejected
      END-IF
  END-READ.
  .

Load-Manifest-Dest.
  IF MANIFEST-LINE(42:7) NOT NUMERIC
      OR MANIFEST-LINE(59:7) NOT NUMERIC
      OR MANIFEST-LINE(77:7) NOT NUMERIC
      OR MANIFEST-LINE(110:7) NOT NUMERIC
      OR MANIFEST-LINE(127:7) NOT NUMERIC
      OR MANIFEST-LINE(145:7) NOT NUMERIC
    IF run-reason = SPACES
      MOVE "MANIFEST HAS NO ENCRYPT/DECRYPT COUNTS" TO run-reason
    END-IF
  ELSE
    IF rd-count = 20
      IF run-reason = SPACES
        MOVE "MANIFEST HAS MORE THAN 20 DESTINATIONS" TO run-reason
      END-IF
    ELSE
      ADD 1 TO rd-count
      MOVE MANIFEST-LINE(33:3) TO rd-dest(rd-count)
      MOVE MANIFEST-LINE(42:7) TO rd-read(rd-count)
      MOVE MANIFEST-LINE(59:7) TO rd-written(rd-count)
      MOVE MANIFEST-LINE(77:7) TO rd-rejected(rd-count)
      MOVE MANIFEST-LINE(110:7) TO rd-enc-read(rd-count)
      MOVE MANIFEST-LINE(127:7) TO rd-enc-written(rd-count)
      MOVE MANIFEST-LINE(145:7) TO rd-enc-rejected(rd-count)
    END-IF
  END-IF.
  .

Read-Run-Reject-Totals.
  MOVE "N" TO reject-totals-sw.
  MOVE SPACES TO reject-file-name.
  STRING "BATCHREJ." DELIMITED BY SIZE
      run-entry-date(run-idx) DELIMITED BY SIZE
      INTO reject-file-name.
  OPEN INPUT REJECT-FILE.
  IF reject-file-status NOT = "00"
    STRING "NO REJECT FILE " reject-file-name
        DELIMITED BY SIZE INTO run-reason
  ELSE
    MOVE "N" TO reject-eof-sw
    PERFORM Read-Reject-Line UNTIL reject-at-eof
    CLOSE REJECT-FILE
  END-IF.
  .

Read-Reject-Line.
  READ REJECT-FILE
    AT END MOVE "Y" TO reject-eof-sw
    NOT AT END
      IF REJECT-LINE(1:25) = "*** CONTROL TOTALS  READ "
          AND REJECT-LINE(26:7) NUMERIC
          AND REJECT-LINE(43:7) NUMERIC
          AND REJECT-LINE(61:7) NUMERIC
        MOVE "Y" TO reject-totals-sw
        MOVE REJECT-LINE(26:7) TO reject-read
        MOVE REJECT-LINE(43:7) TO reject-written
        MOVE REJECT-LINE(61:7) TO reject-rejected
      END-IF
  END-READ.
  .

Post-Run-Dest.
  ADD 1 TO rd-idx.
  MOVE run-entry-partner(run-idx) TO post-partner-id.
  MOVE rd-dest(rd-idx) TO post-dest.
  MOVE "E" TO post-direction.
  MOVE rd-enc-read(rd-idx) TO post-read.
  MOVE rd-enc-written(rd-idx) TO post-written.
  MOVE rd-enc-rejected(rd-idx) TO post-rejected.
  IF post-read > 0
    PERFORM Post-To-Bill-Entry
  END-IF.
  MOVE "D" TO post-direction.
  COMPUTE post-read = rd-read(rd-idx) - rd-enc-read(rd-idx).
  COMPUTE post-written = rd-written(rd-idx) - rd-enc-written(rd-idx).
  COMPUTE post-rejected = rd-rejected(rd-idx) - rd-enc-rejected(rd-idx).
  IF post-read > 0
    PERFORM Post-To-Bill-Entry
  END-IF.
  .

Post-To-Bill-Entry.
  MOVE 0 TO bill-found-idx.
  MOVE 0 TO bill-idx.
  PERFORM Match-Bill-Entry
      UNTIL bill-found-idx > 0 OR bill-idx NOT LESS THAN bill-count.
  IF bill-found-idx = 0
    IF bill-count = 300
      IF NOT bill-table-overflowed
        DISPLAY "WARNING: more than 300 partner/destination lines, later lines not billed"
      END-IF
      MOVE "Y" TO bill-over-sw
    ELSE
      ADD 1 TO bill-count
      MOVE bill-count TO bill-found-idx
      MOVE post-key TO bill-key(bill-found-idx)
      MOVE 0 TO bill-run-count(bill-found-idx)
      MOVE 0 TO bill-read(bill-found-idx)
      MOVE 0 TO bill-written(bill-found-idx)
      MOVE 0 TO bill-rejected(bill-found-idx)
      MOVE 0 TO bill-rate(bill-found-idx)
      MOVE 0 TO bill-amount(bill-found-idx)
      MOVE "N" TO bill-rate-sw(bill-found-idx)
    END-IF
  END-IF.
  IF bill-found-idx > 0
    ADD 1 TO bill-run-count(bill-found-idx)
    ADD post-read TO bill-read(bill-found-idx)
    ADD post-written TO bill-written(bill-found-idx)
    ADD post-rejected TO bill-rejected(bill-found-idx)
  END-IF.
  .

Match-Bill-Entry.
  ADD 1 TO bill-idx.
  IF bill-key(bill-idx) = post-key
    MOVE bill-idx TO bill-found-idx
  END-IF.
  .

Price-Bill-Entries.
  MOVE 0 TO bill-idx.
  PERFORM Price-One-Bill-Entry UNTIL bill-idx NOT LESS THAN bill-count.
  .

Price-One-Bill-Entry.
  ADD 1 TO bill-idx.
  MOVE 0 TO rate-best-idx.
  MOVE 0 TO rate-best-score.
  MOVE 0 TO rate-idx.
  PERFORM Match-Rate-Entry UNTIL rate-idx NOT LESS THAN rate-count.
  IF rate-best-idx = 0
    MOVE 0 TO bill-rate(bill-idx)
    MOVE "N" TO bill-rate-sw(bill-idx)
    ADD 1 TO lines-unrated
  ELSE
    MOVE rate-value(rate-best-idx) TO bill-rate(bill-idx)
    MOVE "Y" TO bill-rate-sw(bill-idx)
  END-IF.
  COMPUTE bill-amount(bill-idx) ROUNDED =
      bill-written(bill-idx) * bill-rate(bill-idx).
  .

Match-Rate-Entry.
  ADD 1 TO rate-idx.
  MOVE "Y" TO rate-match-sw.
  MOVE 1 TO rate-score.
  IF rate-partner-id(rate-idx) = bill-partner-id(bill-idx)
    ADD 1 TO rate-score
  ELSE
    IF rate-partner-id(rate-idx) NOT = "*"
      MOVE "N" TO rate-match-sw
    END-IF
  END-IF.
  IF rate-dest(rate-idx) = bill-dest(bill-idx)
    ADD 1 TO rate-score
  ELSE
    IF rate-dest(rate-idx) NOT = "*"
      MOVE "N" TO rate-match-sw
    END-IF
  END-IF.
  IF rate-direction(rate-idx) = bill-direction(bill-idx)
    ADD 1 TO rate-score
  ELSE
    IF rate-direction(rate-idx) NOT = "*"
      MOVE "N" TO rate-match-sw
    END-IF
  END-IF.
  IF rate-entry-matches AND rate-score > rate-best-score
    MOVE rate-idx TO rate-best-idx
    MOVE rate-score TO rate-best-score
  END-IF.
  .

Write-Chargeback-Heading.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "MONTH-END CHARGEBACK REPORT  MONTH: " chg-month
      "  RUN DATE: " report-date
      DELIMITED BY SIZE INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE "  CHARGE = RECORDS WRITTEN X RATE PER RECORD (RATETAB)"
      TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE SPACES TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE "PARTNER  DEST DIRECTION RUNS      READ   WRITTEN  REJECTED      RATE          AMOUNT"
      TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE SPACES TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  .

Report-Next-Bill-Entry.
  MOVE "N" TO next-bill-sw.
  MOVE HIGH-VALUES TO next-bill-key.
  MOVE 0 TO next-bill-idx.
  MOVE 0 TO bill-idx.
  PERFORM Find-Next-Bill-Key UNTIL bill-idx NOT LESS THAN bill-count.
  .

Find-Next-Bill-Key.
  ADD 1 TO bill-idx.
  IF bill-key(bill-idx) GREATER THAN last-bill-key
      AND bill-key(bill-idx) LESS THAN next-bill-key
    MOVE bill-key(bill-idx) TO next-bill-key
    MOVE bill-idx TO next-bill-idx
    MOVE "Y" TO next-bill-sw
  END-IF.
  .

Report-Bill-Entry.
  MOVE next-bill-idx TO bill-idx.
  IF bill-partner-id(bill-idx) NOT = current-partner-id
    IF current-partner-id NOT = SPACES
      PERFORM Write-Partner-Subtotal
    END-IF
    MOVE bill-partner-id(bill-idx) TO current-partner-id
    MOVE 0 TO partner-read
    MOVE 0 TO partner-written
    MOVE 0 TO partner-rejected
    MOVE 0 TO partner-amount
  END-IF.
  ADD bill-read(bill-idx) TO partner-read total-read.
  ADD bill-written(bill-idx) TO partner-written total-written.
  ADD bill-rejected(bill-idx) TO partner-rejected total-rejected.
  ADD bill-amount(bill-idx) TO partner-amount total-amount.
  IF bill-dest(bill-idx) = SPACES
    MOVE "DFT" TO dest-label
  ELSE
    MOVE bill-dest(bill-idx) TO dest-label
  END-IF.
  IF bill-direction(bill-idx) = "D"
    MOVE "DECRYPT" TO direction-label
  ELSE
    MOVE "ENCRYPT" TO direction-label
  END-IF.
  MOVE bill-run-count(bill-idx) TO runs-edited.
  MOVE bill-read(bill-idx) TO read-edited.
  MOVE bill-written(bill-idx) TO written-edited.
  MOVE bill-rejected(bill-idx) TO rejected-edited.
  MOVE bill-rate(bill-idx) TO rate-edited.
  MOVE bill-amount(bill-idx) TO amount-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING bill-partner-id(bill-idx) " " dest-label "  " direction-label
      "  " runs-edited " " read-edited " " written-edited
      " " rejected-edited "  " rate-edited "  " amount-edited
      DELIMITED BY SIZE INTO CHG-RPT-LINE.
  IF bill-rate-sw(bill-idx) NOT = "Y"
    MOVE "*** NO RATE" TO CHG-RPT-LINE(90:11)
  END-IF.
  WRITE CHG-RPT-LINE.
  PERFORM Write-Extract-Record.
  MOVE bill-key(bill-idx) TO last-bill-key.
  PERFORM Report-Next-Bill-Entry.
  .

Write-Partner-Subtotal.
  MOVE partner-read TO read-edited.
  MOVE partner-written TO written-edited.
  MOVE partner-rejected TO rejected-edited.
  MOVE partner-amount TO amount-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "  PARTNER " current-partner-id " TOTAL"
      DELIMITED BY SIZE INTO CHG-RPT-LINE.
  STRING read-edited " " written-edited " " rejected-edited
      DELIMITED BY SIZE INTO CHG-RPT-LINE(30:29).
  MOVE amount-edited TO CHG-RPT-LINE(71:14).
  WRITE CHG-RPT-LINE.
  MOVE SPACES TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  .

Write-Grand-Total.
  IF bill-count = 0
    MOVE "NO BILLABLE RUNS FOR THE MONTH" TO CHG-RPT-LINE
    WRITE CHG-RPT-LINE
  END-IF.
  MOVE total-read TO read-edited.
  MOVE total-written TO written-edited.
  MOVE total-rejected TO rejected-edited.
  MOVE total-amount TO amount-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  MOVE "MONTH TOTAL" TO CHG-RPT-LINE.
  STRING read-edited " " written-edited " " rejected-edited
      DELIMITED BY SIZE INTO CHG-RPT-LINE(30:29).
  MOVE amount-edited TO CHG-RPT-LINE(71:14).
  WRITE CHG-RPT-LINE.
  MOVE SPACES TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  .

Report-Unbilled-Runs.
  MOVE "RUNS NOT BILLED" TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE "RUN-ID           DATE     PARTNER  STATUS    REASON"
      TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE 0 TO run-idx.
  PERFORM Report-Unbilled-Run UNTIL run-idx NOT LESS THAN run-count.
  IF runs-refused = 0 AND runs-started = 0 AND runs-in-exception = 0
    MOVE "  NONE" TO CHG-RPT-LINE
    WRITE CHG-RPT-LINE
  END-IF.
  MOVE SPACES TO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  .

Report-Unbilled-Run.
  ADD 1 TO run-idx.
  IF run-entry-status(run-idx) NOT = "COMPLETE"
    MOVE SPACES TO CHG-RPT-LINE
    STRING run-entry-id(run-idx) " " run-entry-date(run-idx)
        " " run-entry-partner(run-idx) " " run-entry-status(run-idx)
        "  " run-entry-note(run-idx)
        DELIMITED BY SIZE INTO CHG-RPT-LINE
    WRITE CHG-RPT-LINE
  END-IF.
  .

Write-Extract-Record.
  MOVE SPACES TO CHG-EXTRACT-RECORD.
  MOVE "DTL" TO CX-REC-TYPE.
  MOVE chg-month TO CX-MONTH.
  MOVE bill-partner-id(bill-idx) TO CX-PARTNER-ID.
  MOVE dest-label TO CX-DEST.
  MOVE bill-direction(bill-idx) TO CX-DIRECTION.
  MOVE bill-run-count(bill-idx) TO CX-RUN-COUNT.
  MOVE bill-read(bill-idx) TO CX-READ.
  MOVE bill-written(bill-idx) TO CX-WRITTEN.
  MOVE bill-rejected(bill-idx) TO CX-REJECTED.
  MOVE bill-rate(bill-idx) TO CX-RATE.
  MOVE bill-amount(bill-idx) TO CX-AMOUNT.
  WRITE CHG-EXTRACT-RECORD.
  ADD 1 TO extract-count.
  .

Write-Extract-Trailer.
  MOVE SPACES TO CHG-EXTRACT-TRAILER.
  MOVE "TRL" TO CXT-REC-TYPE.
  MOVE chg-month TO CXT-MONTH.
  MOVE extract-count TO CXT-RECORD-COUNT.
  MOVE total-written TO CXT-TOTAL-WRITTEN.
  MOVE total-amount TO CXT-TOTAL-AMOUNT.
  WRITE CHG-EXTRACT-TRAILER.
  .

Write-Chargeback-Totals.
  MOVE runs-in-month TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "RUNS IN REGISTER:    " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE runs-billed TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "RUNS BILLED:         " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE runs-refused TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "RUNS REFUSED:        " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE runs-started TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "RUNS LEFT STARTED:   " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE runs-in-exception TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "RUNS IN EXCEPTION:   " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  MOVE lines-unrated TO count-edited.
  MOVE SPACES TO CHG-RPT-LINE.
  STRING "LINES WITHOUT RATE:  " count-edited DELIMITED BY SIZE
      INTO CHG-RPT-LINE.
  WRITE CHG-RPT-LINE.
  IF runs-in-exception > 0 OR lines-unrated > 0
      OR bill-table-overflowed OR run-table-overflowed
    MOVE 4 TO RETURN-CODE
  END-IF.
  DISPLAY "CHARGEBACK "chg-month"  RUNS BILLED "runs-billed
      "  REFUSED "runs-refused"  LEFT STARTED "runs-started
      "  IN EXCEPTION "runs-in-exception.
  .

END PROGRAM ChargebackReport.
