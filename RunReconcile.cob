    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC manifest-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifest-file-status.
    SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xmit-log-status.
    SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recon-rpt-status.
    COPY CIPHREJ.

FD  MANIFEST-FILE.
01  MANIFEST-LINE              PIC X(160).

FD  XMIT-LOG-FILE.
    COPY CIPHXLG.

FD  RECON-RPT-FILE.
01  RECON-RPT-LINE             PIC X(132).
01 manifest-eof-sw     PIC X(01) value "N".
    88 manifest-at-eof        value "Y".
01 recon-date          PIC 9(08) value 0.
01 xmit-log-status     PIC X(02) value "00".
01 xmit-log-eof-sw     PIC X(01) value "N".
    88 xmit-log-at-eof        value "Y".

01 xmit-table.
    05 xmit-entry OCCURS 500.
        10 xmit-entry-run-id   PIC X(16).
        10 xmit-entry-dest     PIC X(03).
01 xmit-count          PIC 9(03) value 0.
01 xmit-idx            PIC 9(03) value 0.
01 xmit-over-sw        PIC X(01) value "N".
    88 xmit-table-overflowed  value "Y".
01 xmit-found-sw       PIC X(01) value "N".
    88 xmit-was-found         value "Y".
01 manifest-dest       PIC X(03) value spaces.
01 manifest-run-id     PIC X(16) value spaces.
01 dests-untransmitted PIC 9(03) value 0.

01 run-table.
    05 run-entry OCCURS 200.
PROCEDURE DIVISION.
  PERFORM Open-Recon-Report.
  PERFORM Load-Run-Register.
  PERFORM Load-Transmission-Log.
  PERFORM Scan-Audit-Log.
  MOVE 0 TO run-idx.
  PERFORM Reconcile-One-Run
  CLOSE RECON-RPT-FILE.
  IF runs-failed > 0
    MOVE 8 TO RETURN-CODE
  ELSE
    IF dests-untransmitted > 0
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF.
  STOP RUN.

  END-READ.
  .

Load-Transmission-Log.
  MOVE SPACES TO xmit-table.
  MOVE 0 TO xmit-count.
  OPEN INPUT XMIT-LOG-FILE.
  IF xmit-log-status NOT = "00"
    DISPLAY "WARNING: cannot open XMITLOG, status "xmit-log-status
        ", every destination will show as untransmitted"
  ELSE
    PERFORM Load-Xmit-Log-Record
        UNTIL xmit-log-at-eof OR xmit-table-overflowed
    IF xmit-table-overflowed
      DISPLAY "WARNING: XMITLOG holds more than 500 transmissions for the"
          " runs on RUNREG, later entries not checked"
    END-IF
    CLOSE XMIT-LOG-FILE
  END-IF.
  .

Load-Xmit-Log-Record.
  READ XMIT-LOG-FILE
    AT END MOVE "Y" TO xmit-log-eof-sw
    NOT AT END
      IF XL-STATUS = "EXTRACT" OR XL-STATUS = "OVERRIDE"
        MOVE "N" TO run-found-sw
        MOVE 0 TO run-scan-idx
        PERFORM Match-Xmit-Run
            UNTIL run-was-found OR run-scan-idx NOT LESS THAN run-count
        IF run-was-found
          IF xmit-count = 500
            MOVE "Y" TO xmit-over-sw
          ELSE
            ADD 1 TO xmit-count
            MOVE XL-RUN-ID TO xmit-entry-run-id(xmit-count)
            MOVE XL-DEST TO xmit-entry-dest(xmit-count)
          END-IF
        END-IF
      END-IF
  END-READ.
  .

Match-Xmit-Run.
  ADD 1 TO run-scan-idx.
  IF XL-RUN-ID = run-entry-id(run-scan-idx)
    MOVE "Y" TO run-found-sw
  END-IF.
  .

Scan-Audit-Log.
  OPEN INPUT AUDIT-FILE.
  IF audit-file-status NOT = "00"
      run-entry-date(run-idx) DELIMITED BY SIZE
      INTO manifest-file-name.
  MOVE "N" TO manifest-eof-sw.
  MOVE SPACES TO manifest-run-id.
  OPEN INPUT MANIFEST-FILE.
  IF manifest-file-status = "00"
    PERFORM Read-Manifest-Entry UNTIL manifest-at-eof
    CLOSE MANIFEST-FILE
    IF manifest-run-id NOT = run-entry-id(run-idx)
      MOVE SPACES TO RECON-RPT-LINE
      STRING "  NOTE: " manifest-file-name
          " BELONGS TO RUN " manifest-run-id
          "  TRANSMISSIONS NOT CHECKED" DELIMITED BY SIZE
          INTO RECON-RPT-LINE
      WRITE RECON-RPT-LINE
    END-IF
  ELSE
    MOVE SPACES TO batch-out-name
    STRING "BATCHOUT." DELIMITED BY SIZE
  READ MANIFEST-FILE
    AT END MOVE "Y" TO manifest-eof-sw
    NOT AT END
      IF MANIFEST-LINE(1:27) = "DISTRIBUTION MANIFEST  RUN "
        MOVE MANIFEST-LINE(28:16) TO manifest-run-id
      END-IF
      IF MANIFEST-LINE(1:5) = "FILE "
        MOVE MANIFEST-LINE(6:21) TO batch-out-name
        PERFORM Count-Batch-Out-File
        IF manifest-run-id = run-entry-id(run-idx)
          PERFORM Check-Dest-Transmitted
        END-IF
      END-IF
  END-READ.
  .

Check-Dest-Transmitted.
  MOVE MANIFEST-LINE(33:3) TO manifest-dest.
  IF MANIFEST-LINE(59:7) NUMERIC AND MANIFEST-LINE(59:7) NOT = "0000000"
    MOVE "N" TO xmit-found-sw
    MOVE 0 TO xmit-idx
    PERFORM Match-Xmit-Entry
        UNTIL xmit-was-found OR xmit-idx NOT LESS THAN xmit-count
    IF NOT xmit-was-found
      ADD 1 TO dests-untransmitted
      MOVE SPACES TO RECON-RPT-LINE
      STRING "  UNTRANSMITTED: DEST " manifest-dest
          "  FILE " batch-out-name
          "  WRITTEN " MANIFEST-LINE(59:7)
          "  NO TRANSMISSION LOGGED" DELIMITED BY SIZE
          INTO RECON-RPT-LINE
      WRITE RECON-RPT-LINE
    END-IF
  END-IF.
  .

Match-Xmit-Entry.
  ADD 1 TO xmit-idx.
  IF xmit-entry-run-id(xmit-idx) = run-entry-id(run-idx)
      AND xmit-entry-dest(xmit-idx) = manifest-dest
    MOVE "Y" TO xmit-found-sw
  END-IF.
  .

Count-Batch-Out-File.
  MOVE "N" TO batch-out-eof-sw.
  OPEN INPUT BATCH-OUT-FILE.
  STRING "RUNS FAILED:     " count-edited DELIMITED BY SIZE
      INTO RECON-RPT-LINE.
  WRITE RECON-RPT-LINE.
  MOVE dests-untransmitted TO count-edited.
  MOVE SPACES TO RECON-RPT-LINE.
  STRING "UNTRANSMITTED:   " count-edited DELIMITED BY SIZE
      INTO RECON-RPT-LINE.
  WRITE RECON-RPT-LINE.
  MOVE SPACES TO RECON-RPT-LINE.
  IF runs-failed = 0
    MOVE "RECONCILIATION RESULT: PASS" TO RECON-RPT-LINE
  END-IF.
  WRITE RECON-RPT-LINE.
  DISPLAY "RUN RECONCILIATION  CHECKED "runs-checked
      "  FAILED "runs-failed
      "  UNTRANSMITTED "dests-untransmitted.
  .

END PROGRAM RunReconcile.
