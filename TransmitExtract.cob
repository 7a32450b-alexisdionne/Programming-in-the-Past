IDENTIFICATION DIVISION.
PROGRAM-ID. TransmitExtract.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XMIT-CTL-FILE ASSIGN TO "XMITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xmit-ctl-status.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC manifest-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifest-file-status.
    SELECT BATCH-OUT-FILE ASSIGN TO DYNAMIC batch-out-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS batch-out-status.
    SELECT XMIT-FILE ASSIGN TO DYNAMIC xmit-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xmit-file-status.
    SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xmit-log-status.
    SELECT XMIT-RPT-FILE ASSIGN TO "XMITRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS xmit-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  XMIT-CTL-FILE.
01  XMIT-CTL-RECORD.
    05  XC-RUN-DATE         PIC X(08).
    05  XC-DEST             PIC X(03).
    05  XC-OVERRIDE         PIC X(01).

FD  MANIFEST-FILE.
01  MANIFEST-LINE              PIC X(160).

FD  BATCH-OUT-FILE.
    COPY CIPHOUT.

FD  XMIT-FILE.
    COPY CIPHXMT.

FD  XMIT-LOG-FILE.
    COPY CIPHXLG.

FD  XMIT-RPT-FILE.
01  XMIT-RPT-LINE              PIC X(132).

WORKING-STORAGE SECTION.
01 xmit-ctl-status     PIC X(02) value "00".
01 manifest-file-status PIC X(02) value "00".
01 batch-out-status    PIC X(02) value "00".
01 xmit-file-status    PIC X(02) value "00".
01 xmit-log-status     PIC X(02) value "00".
01 xmit-rpt-status     PIC X(02) value "00".
01 manifest-eof-sw     PIC X(01) value "N".
    88 manifest-at-eof        value "Y".
01 batch-out-eof-sw    PIC X(01) value "N".
    88 batch-out-at-eof       value "Y".
01 xmit-log-eof-sw     PIC X(01) value "N".
    88 xmit-log-at-eof        value "Y".
01 manifest-file-name  PIC X(17) value spaces.
01 batch-out-name      PIC X(21) value spaces.
01 xmit-file-name      PIC X(17) value spaces.

01 xmit-date           PIC 9(08) value 0.
01 xmit-time           PIC 9(08) value 0.
01 xmit-run-date       PIC 9(08) value 0.
01 xmit-select-dest    PIC X(03) value spaces.
01 override-sw         PIC X(01) value "N".
    88 override-requested     value "Y".
01 operator-id         PIC X(08) value "UNKNOWN".

01 manifest-run-id     PIC X(16) value spaces.
01 xmit-dest           PIC X(03) value spaces.
01 manifest-written    PIC 9(07) value 0.
01 manifest-hash       PIC 9(10) value 0.
01 out-partner-id      PIC X(08) value spaces.
01 extract-count       PIC 9(07) value 0.
01 extract-hash        PIC 9(10) value 0.
01 hash-work           PIC 9(12) value 0.
01 dest-ok-sw          PIC X(01) value "N".
    88 dest-is-ok             value "Y".
01 dest-message        PIC X(60) value spaces.

01 prior-xmit-sw       PIC X(01) value "N".
    88 prior-xmit-found       value "Y".
01 prior-xmit-date     PIC 9(08) value 0.
01 prior-xmit-time     PIC 9(08) value 0.
01 prior-xmit-oper     PIC X(08) value spaces.

01 dests-selected      PIC 9(03) value 0.
01 dests-extracted     PIC 9(03) value 0.
01 dests-skipped       PIC 9(03) value 0.
01 dests-failed        PIC 9(03) value 0.
01 count-edited        PIC Z(06)9.

01 xmit-alphabet       PIC X(40) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ,.-".
01 alpha-search-char   PIC X(01) value space.
01 alpha-index         PIC 99 value 0.
01 alpha-scan-pos      PIC 99 value 0.
01 digest-text         PIC X(50) value spaces.
01 digest-len          PIC 9(03) value 0.
01 digest-pos          PIC 9(03) value 0.
01 digest-sum          PIC 9(09) value 0.
01 digest-work         PIC 9(12) value 0.
01 digest-quot         PIC 9(03) value 0.

PROCEDURE DIVISION.
  PERFORM Open-Xmit-Report.
  PERFORM Read-Xmit-Control.
  PERFORM Extract-Run-Output.
  PERFORM Write-Xmit-Summary.
  CLOSE XMIT-RPT-FILE.
  IF dests-failed > 0
    MOVE 8 TO RETURN-CODE
  ELSE
    IF dests-skipped > 0
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF.
  STOP RUN.

Open-Xmit-Report.
  ACCEPT xmit-date FROM DATE YYYYMMDD.
  ACCEPT xmit-time FROM TIME.
  ACCEPT operator-id FROM ENVIRONMENT "USER".
  IF operator-id = SPACES
    MOVE "UNKNOWN" TO operator-id
  END-IF.
  OPEN OUTPUT XMIT-RPT-FILE.
  IF xmit-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open XMITRPT, status "xmit-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Xmit-Control.
  MOVE xmit-date TO xmit-run-date.
  OPEN INPUT XMIT-CTL-FILE.
  IF xmit-ctl-status = "00"
    READ XMIT-CTL-FILE
      AT END CONTINUE
      NOT AT END
        IF XC-RUN-DATE NUMERIC
          MOVE XC-RUN-DATE TO xmit-run-date
        ELSE
          IF XC-RUN-DATE NOT = SPACES
            DISPLAY "WARNING: XMITCTL run date is not numeric, using today"
          END-IF
        END-IF
        MOVE XC-DEST TO xmit-select-dest
        IF XC-OVERRIDE = "Y"
          MOVE "Y" TO override-sw
        END-IF
    END-READ
    CLOSE XMIT-CTL-FILE
  END-IF.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "TRANSMISSION EXTRACT  RUN DATE: " xmit-run-date
      "  EXTRACTED: " xmit-date DELIMITED BY SIZE
      INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  IF xmit-select-dest NOT = SPACES
    MOVE SPACES TO XMIT-RPT-LINE
    STRING "DESTINATION SELECTED: " xmit-select-dest
        DELIMITED BY SIZE INTO XMIT-RPT-LINE
    WRITE XMIT-RPT-LINE
  END-IF.
  IF override-requested
    MOVE "OVERRIDE IN EFFECT - PRIOR TRANSMISSIONS WILL BE RE-EXTRACTED"
        TO XMIT-RPT-LINE
    WRITE XMIT-RPT-LINE
  END-IF.
  MOVE SPACES TO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  .

Extract-Run-Output.
  MOVE SPACES TO manifest-file-name.
  STRING "BATCHMAN." DELIMITED BY SIZE
      xmit-run-date DELIMITED BY SIZE
      INTO manifest-file-name.
  OPEN INPUT MANIFEST-FILE.
  IF manifest-file-status NOT = "00"
    DISPLAY "ERROR: cannot open "manifest-file-name
        ", status "manifest-file-status
    MOVE SPACES TO XMIT-RPT-LINE
    STRING "NO MANIFEST " manifest-file-name
        " - NOTHING EXTRACTED" DELIMITED BY SIZE INTO XMIT-RPT-LINE
    WRITE XMIT-RPT-LINE
    CLOSE XMIT-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  MOVE "N" TO manifest-eof-sw.
  MOVE SPACES TO manifest-run-id.
  PERFORM Read-Manifest-Entry UNTIL manifest-at-eof.
  CLOSE MANIFEST-FILE.
  IF dests-selected = 0
    MOVE "NO MANIFEST DESTINATIONS SELECTED FOR EXTRACT" TO XMIT-RPT-LINE
    WRITE XMIT-RPT-LINE
  END-IF.
  .

Read-Manifest-Entry.
  READ MANIFEST-FILE
    AT END MOVE "Y" TO manifest-eof-sw
    NOT AT END
      IF MANIFEST-LINE(1:27) = "DISTRIBUTION MANIFEST  RUN "
        MOVE MANIFEST-LINE(28:16) TO manifest-run-id
      END-IF
      IF MANIFEST-LINE(1:5) = "FILE "
          AND (xmit-select-dest = SPACES
            OR xmit-select-dest = MANIFEST-LINE(33:3))
        PERFORM Extract-One-Destination
      END-IF
  END-READ.
  .

Extract-One-Destination.
  ADD 1 TO dests-selected.
  MOVE "Y" TO dest-ok-sw.
  MOVE SPACES TO dest-message.
  MOVE MANIFEST-LINE(6:21) TO batch-out-name.
  MOVE MANIFEST-LINE(33:3) TO xmit-dest.
  MOVE SPACES TO xmit-file-name.
  STRING "XMIT." xmit-run-date "." xmit-dest
      DELIMITED BY SIZE INTO xmit-file-name.
  MOVE SPACES TO out-partner-id.
  MOVE 0 TO extract-count.
  MOVE 0 TO extract-hash.
  IF manifest-run-id = SPACES
    MOVE "N" TO dest-ok-sw
    MOVE "MANIFEST HEADER HAS NO RUN ID" TO dest-message
  ELSE
    IF MANIFEST-LINE(59:7) NOT NUMERIC
        OR MANIFEST-LINE(90:10) NOT NUMERIC
      MOVE "N" TO dest-ok-sw
      MOVE "MANIFEST LINE HAS NO COUNT AND HASH TOTAL" TO dest-message
    ELSE
      MOVE MANIFEST-LINE(59:7) TO manifest-written
      MOVE MANIFEST-LINE(90:10) TO manifest-hash
    END-IF
  END-IF.
  IF dest-is-ok
    PERFORM Check-Transmission-Log
    IF prior-xmit-found AND NOT override-requested
      ADD 1 TO dests-skipped
      MOVE SPACES TO XMIT-RPT-LINE
      STRING "DEST " xmit-dest "  RUN " manifest-run-id
          "  ALREADY TRANSMITTED " prior-xmit-date " " prior-xmit-time
          " BY " prior-xmit-oper " - NOT EXTRACTED"
          DELIMITED BY SIZE INTO XMIT-RPT-LINE
      WRITE XMIT-RPT-LINE
    ELSE
      PERFORM Balance-Batch-Out
      IF dest-is-ok
        PERFORM Write-Xmit-File
      END-IF
      PERFORM Log-Transmission
      PERFORM Write-Dest-Result
    END-IF
  ELSE
    ADD 1 TO dests-failed
    PERFORM Write-Dest-Result
  END-IF.
  .

Check-Transmission-Log.
  MOVE "N" TO prior-xmit-sw.
  MOVE "N" TO xmit-log-eof-sw.
  OPEN INPUT XMIT-LOG-FILE.
  IF xmit-log-status = "00"
    PERFORM Scan-Xmit-Log-Entry UNTIL xmit-log-at-eof
    CLOSE XMIT-LOG-FILE
  END-IF.
  .

Scan-Xmit-Log-Entry.
  READ XMIT-LOG-FILE
    AT END MOVE "Y" TO xmit-log-eof-sw
    NOT AT END
      IF XL-RUN-ID = manifest-run-id AND XL-DEST = xmit-dest
          AND (XL-STATUS = "EXTRACT" OR XL-STATUS = "OVERRIDE")
        MOVE "Y" TO prior-xmit-sw
        MOVE XL-XMIT-DATE TO prior-xmit-date
        MOVE XL-XMIT-TIME TO prior-xmit-time
        MOVE XL-OPERATOR-ID TO prior-xmit-oper
      END-IF
  END-READ.
  .

Balance-Batch-Out.
  MOVE "N" TO batch-out-eof-sw.
  OPEN INPUT BATCH-OUT-FILE.
  IF batch-out-status NOT = "00"
    MOVE "N" TO dest-ok-sw
    MOVE SPACES TO dest-message
    STRING "CANNOT OPEN " batch-out-name " STATUS " batch-out-status
        DELIMITED BY SIZE INTO dest-message
  ELSE
    PERFORM Read-Batch-Out-Record
    PERFORM Tally-Batch-Out-Record UNTIL batch-out-at-eof
    CLOSE BATCH-OUT-FILE
    IF extract-count NOT = manifest-written
        OR extract-hash NOT = manifest-hash
      MOVE "N" TO dest-ok-sw
      MOVE SPACES TO dest-message
      STRING "OUT OF BALANCE - COUNT " extract-count
          " HASH " extract-hash
          DELIMITED BY SIZE INTO dest-message
    END-IF
  END-IF.
  .

Read-Batch-Out-Record.
  READ BATCH-OUT-FILE
    AT END MOVE "Y" TO batch-out-eof-sw
  END-READ.
  .

Tally-Batch-Out-Record.
  IF BATCH-OUT-RECORD(1:3) = "HDR"
      AND BATCH-OUT-RECORD(27:159) = SPACES
    MOVE BOH-PARTNER-ID TO out-partner-id
  ELSE
    IF BATCH-OUT-RECORD(1:3) = "TRL"
        AND BATCH-OUT-RECORD(21:165) = SPACES
      CONTINUE
    ELSE
      IF BO-RUN-ID = manifest-run-id
        ADD 1 TO extract-count
        MOVE BO-ENCRYPTED TO digest-text
        MOVE 50 TO digest-len
        PERFORM Compute-Record-Digest
        COMPUTE hash-work = extract-hash + digest-sum
        IF hash-work GREATER THAN 9999999999
          SUBTRACT 10000000000 FROM hash-work
        END-IF
        MOVE hash-work TO extract-hash
      END-IF
    END-IF
  END-IF.
  PERFORM Read-Batch-Out-Record.
  .

Write-Xmit-File.
  OPEN OUTPUT XMIT-FILE.
  IF xmit-file-status NOT = "00"
    MOVE "N" TO dest-ok-sw
    MOVE SPACES TO dest-message
    STRING "CANNOT OPEN " xmit-file-name " STATUS " xmit-file-status
        DELIMITED BY SIZE INTO dest-message
  ELSE
    MOVE SPACES TO XMIT-HEADER
    MOVE "HDR" TO XMH-REC-TYPE
    MOVE out-partner-id TO XMH-PARTNER-ID
    MOVE xmit-dest TO XMH-DEST
    MOVE manifest-run-id TO XMH-RUN-ID
    MOVE xmit-date TO XMH-CREATE-DATE
    MOVE manifest-written TO XMH-EXPECT-COUNT
    WRITE XMIT-HEADER
    MOVE "N" TO batch-out-eof-sw
    OPEN INPUT BATCH-OUT-FILE
    IF batch-out-status NOT = "00"
      MOVE "N" TO dest-ok-sw
      MOVE SPACES TO dest-message
      STRING "CANNOT REOPEN " batch-out-name " STATUS " batch-out-status
          DELIMITED BY SIZE INTO dest-message
      CLOSE XMIT-FILE
    ELSE
      PERFORM Read-Batch-Out-Record
      PERFORM Copy-Batch-Out-Record UNTIL batch-out-at-eof
      CLOSE BATCH-OUT-FILE
      MOVE SPACES TO XMIT-TRAILER
      MOVE "TRL" TO XMT-REC-TYPE
      MOVE extract-count TO XMT-RECORD-COUNT
      MOVE extract-hash TO XMT-HASH-TOTAL
      WRITE XMIT-TRAILER
      CLOSE XMIT-FILE
      ADD 1 TO dests-extracted
      IF prior-xmit-found
        MOVE "RE-EXTRACTED UNDER OVERRIDE" TO dest-message
      ELSE
        MOVE "EXTRACTED" TO dest-message
      END-IF
    END-IF
  END-IF.
  .

Copy-Batch-Out-Record.
  IF (BATCH-OUT-RECORD(1:3) = "HDR"
      AND BATCH-OUT-RECORD(27:159) = SPACES)
      OR (BATCH-OUT-RECORD(1:3) = "TRL"
      AND BATCH-OUT-RECORD(21:165) = SPACES)
    CONTINUE
  ELSE
    IF BO-RUN-ID = manifest-run-id
      MOVE SPACES TO XMIT-RECORD
      MOVE BO-ENCRYPTED TO XM-CIPHERTEXT
      MOVE BO-KEY-NAME TO XM-KEY-NAME
      MOVE BO-ACTION TO XM-ACTION
      MOVE BO-RUN-ID TO XM-RUN-ID
      WRITE XMIT-RECORD
    END-IF
  END-IF.
  PERFORM Read-Batch-Out-Record.
  .

Log-Transmission.
  IF NOT dest-is-ok
    ADD 1 TO dests-failed
  END-IF.
  OPEN EXTEND XMIT-LOG-FILE.
  IF xmit-log-status NOT = "00"
    OPEN OUTPUT XMIT-LOG-FILE
  END-IF.
  IF xmit-log-status NOT = "00"
    DISPLAY "WARNING: cannot open XMITLOG, status "xmit-log-status
        ", transmission of "xmit-dest" not logged"
  ELSE
    MOVE SPACES TO XMIT-LOG-RECORD
    MOVE manifest-run-id TO XL-RUN-ID
    MOVE xmit-dest TO XL-DEST
    MOVE xmit-file-name TO XL-FILE-NAME
    MOVE out-partner-id TO XL-PARTNER-ID
    MOVE extract-count TO XL-RECORD-COUNT
    MOVE extract-hash TO XL-HASH-TOTAL
    MOVE xmit-date TO XL-XMIT-DATE
    MOVE xmit-time TO XL-XMIT-TIME
    MOVE operator-id TO XL-OPERATOR-ID
    IF NOT dest-is-ok
      MOVE "FAILED" TO XL-STATUS
    ELSE
      IF prior-xmit-found
        MOVE "OVERRIDE" TO XL-STATUS
      ELSE
        MOVE "EXTRACT" TO XL-STATUS
      END-IF
    END-IF
    WRITE XMIT-LOG-RECORD
    CLOSE XMIT-LOG-FILE
  END-IF.
  .

Write-Dest-Result.
  IF NOT dest-is-ok AND dest-message = SPACES
    MOVE "NOT EXTRACTED" TO dest-message
  END-IF.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "DEST " xmit-dest "  RUN " manifest-run-id
      "  FILE " xmit-file-name
      "  MANIFEST " manifest-written " / " manifest-hash
      DELIMITED BY SIZE INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  MOVE SPACES TO XMIT-RPT-LINE.
  IF dest-is-ok
    STRING "  RECORDS " extract-count "  PARTNER " out-partner-id
        "  " dest-message DELIMITED BY SIZE INTO XMIT-RPT-LINE
  ELSE
    STRING "  NOT TRANSMITTED: " dest-message
        DELIMITED BY SIZE INTO XMIT-RPT-LINE
    DISPLAY "ERROR: destination "xmit-dest" not extracted, "dest-message
  END-IF.
  WRITE XMIT-RPT-LINE.
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
  IF xmit-alphabet(alpha-scan-pos:1) = alpha-search-char
    MOVE alpha-scan-pos TO alpha-index
  END-IF.
  .

Write-Xmit-Summary.
  MOVE SPACES TO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  MOVE dests-selected TO count-edited.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "DESTINATIONS SELECTED:  " count-edited DELIMITED BY SIZE
      INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  MOVE dests-extracted TO count-edited.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "DESTINATIONS EXTRACTED: " count-edited DELIMITED BY SIZE
      INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  MOVE dests-skipped TO count-edited.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "ALREADY TRANSMITTED:    " count-edited DELIMITED BY SIZE
      INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  MOVE dests-failed TO count-edited.
  MOVE SPACES TO XMIT-RPT-LINE.
  STRING "NOT EXTRACTED (ERROR):  " count-edited DELIMITED BY SIZE
      INTO XMIT-RPT-LINE.
  WRITE XMIT-RPT-LINE.
  DISPLAY "TRANSMISSION EXTRACT  SELECTED "dests-selected
      "  EXTRACTED "dests-extracted
      "  SKIPPED "dests-skipped
      "  FAILED "dests-failed.
  .

END PROGRAM TransmitExtract.
