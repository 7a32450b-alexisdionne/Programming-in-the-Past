IDENTIFICATION DIVISION.
PROGRAM-ID. AccessRecert.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECERT-CTL-FILE ASSIGN TO "RECERTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recert-ctl-status.
    SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS oper-auth-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC archive-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-file-status.
    SELECT RECERT-RPT-FILE ASSIGN TO "RECERTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recert-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  RECERT-CTL-FILE.
01  RECERT-CTL-RECORD.
    05  RC-AS-OF-DATE          PIC X(08).
    05  RC-ARCHIVE-FROM        PIC X(06).
    05  RC-INACTIVE-DAYS       PIC X(03).

FD  OPER-AUTH-FILE.
    COPY CIPHAUT.

FD  AUDIT-FILE.
    COPY CIPHAUD.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD             PIC X(84).

FD  RECERT-RPT-FILE.
01  RECERT-RPT-LINE            PIC X(132).

WORKING-STORAGE SECTION.
01 recert-ctl-status   PIC X(02) value "00".
01 oper-auth-status    PIC X(02) value "00".
01 audit-file-status   PIC X(02) value "00".
01 archive-file-status PIC X(02) value "00".
01 recert-rpt-status   PIC X(02) value "00".
01 auth-eof-sw         PIC X(01) value "N".
    88 auth-at-eof            value "Y".
01 audit-eof-sw        PIC X(01) value "N".
    88 audit-at-eof           value "Y".
01 archive-eof-sw      PIC X(01) value "N".
    88 archive-at-eof         value "Y".

01 report-date         PIC 9(08) value 0.
01 as-of-date          PIC 9(08) value 0.
01 inactive-days       PIC 9(03) value 90.

01 archive-file-name   PIC X(13) value spaces.
01 archive-month       PIC 9(06) value 0.
01 archive-start-month PIC 9(06) value 0.
01 archive-end-month   PIC 9(06) value 0.
01 archive-month-yy    PIC 9(04) value 0.
01 archive-month-mm    PIC 9(02) value 0.
01 months-scanned      PIC 9(03) value 0.
01 archives-opened     PIC 9(03) value 0.
01 records-examined    PIC 9(07) value 0.

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
01 usage-table.
    05 usage-entry OCCURS 50.
        10 usage-last-date   PIC 9(08).
        10 usage-audit-count PIC 9(07).
        10 usage-deny-count  PIC 9(07).
        10 usage-key-last-date OCCURS 8 PIC 9(08).
01 auth-count          PIC 9(02) value 0.
01 auth-idx            PIC 9(02) value 0.
01 auth-found-idx      PIC 9(02) value 0.
01 auth-over-sw        PIC X(01) value "N".
    88 auth-table-overflowed  value "Y".
01 slot-idx            PIC 9(02) value 0.

01 other-table.
    05 other-entry OCCURS 50.
        10 other-operator-id PIC X(08).
        10 other-last-date   PIC 9(08).
        10 other-audit-count PIC 9(07).
        10 other-deny-count  PIC 9(07).
01 other-count         PIC 9(02) value 0.
01 other-idx           PIC 9(02) value 0.
01 other-found-idx     PIC 9(02) value 0.
01 other-over-sw       PIC X(01) value "N".
    88 other-table-overflowed value "Y".

01 day-calc-date       PIC 9(08) value 0.
01 day-calc-yyyy       PIC 9(04) value 0.
01 day-calc-mm         PIC 9(02) value 0.
01 day-calc-dd         PIC 9(02) value 0.
01 day-calc-md         PIC 9(04) value 0.
01 day-calc-y4         PIC 9(06) value 0.
01 day-calc-y100       PIC 9(06) value 0.
01 day-calc-y400       PIC 9(06) value 0.
01 day-calc-mdays      PIC 9(04) value 0.
01 day-number          PIC 9(07) value 0.
01 as-of-day-number    PIC 9(07) value 0.
01 days-since          PIC 9(07) value 0.

01 operator-flag-sw    PIC X(01) value "N".
    88 operator-was-flagged   value "Y".
01 operators-reviewed  PIC 9(05) value 0.
01 operators-inactive  PIC 9(05) value 0.
01 keys-never-used     PIC 9(05) value 0.
01 deny-total          PIC 9(07) value 0.
01 count-edited        PIC Z(06)9.
01 days-edited         PIC Z(06)9.

PROCEDURE DIVISION.
  PERFORM Open-Recert-Report.
  PERFORM Read-Recert-Control.
  PERFORM Load-Oper-Auth.
  PERFORM Scan-Archive-Months.
  PERFORM Scan-Live-Audit-Log.
  PERFORM Write-Recert-Heading.
  MOVE 0 TO auth-idx.
  PERFORM Report-One-Operator UNTIL auth-idx NOT LESS THAN auth-count.
  PERFORM Report-Other-Operators.
  PERFORM Write-Recert-Totals.
  CLOSE RECERT-RPT-FILE.
  STOP RUN.

Open-Recert-Report.
  ACCEPT report-date FROM DATE YYYYMMDD.
  OPEN OUTPUT RECERT-RPT-FILE.
  IF recert-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open RECERTRPT, status "recert-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Recert-Control.
  MOVE report-date TO as-of-date.
  MOVE 0 TO archive-start-month.
  OPEN INPUT RECERT-CTL-FILE.
  IF recert-ctl-status = "00"
    READ RECERT-CTL-FILE
      AT END CONTINUE
      NOT AT END
        IF RC-AS-OF-DATE NUMERIC
          MOVE RC-AS-OF-DATE TO as-of-date
        END-IF
        IF RC-ARCHIVE-FROM NUMERIC
          MOVE RC-ARCHIVE-FROM TO archive-start-month
        END-IF
        IF RC-INACTIVE-DAYS NUMERIC
          MOVE RC-INACTIVE-DAYS TO inactive-days
        END-IF
    END-READ
    CLOSE RECERT-CTL-FILE
  END-IF.
  MOVE as-of-date(1:6) TO archive-end-month.
  IF archive-start-month = 0 OR archive-start-month > archive-end-month
    COMPUTE archive-start-month = archive-end-month - 100
  END-IF.
  MOVE as-of-date TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE day-number TO as-of-day-number.
  .

Load-Oper-Auth.
  MOVE SPACES TO auth-table.
  MOVE ZEROS TO usage-table.
  OPEN INPUT OPER-AUTH-FILE.
  IF oper-auth-status NOT = "00"
    DISPLAY "ERROR: cannot open OPERAUTH, status "oper-auth-status
    MOVE "NO OPERATOR AUTHORITY FILE AVAILABLE" TO RECERT-RPT-LINE
    WRITE RECERT-RPT-LINE
    CLOSE RECERT-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Load-Auth-Record UNTIL auth-at-eof OR auth-table-overflowed.
  CLOSE OPER-AUTH-FILE.
  IF auth-table-overflowed
    DISPLAY "WARNING: OPERAUTH holds more than 50 operators, later operators not reported"
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
  MOVE "N" TO archive-eof-sw.
  OPEN INPUT ARCHIVE-FILE.
  IF archive-file-status = "00"
    ADD 1 TO archives-opened
    PERFORM Read-Archive-Record
    PERFORM Examine-Archive-Record UNTIL archive-at-eof
    CLOSE ARCHIVE-FILE
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
  PERFORM Examine-Audit-Record.
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
  MOVE "N" TO audit-eof-sw.
  OPEN INPUT AUDIT-FILE.
  IF audit-file-status NOT = "00"
    DISPLAY "WARNING: cannot open AUDITLOG, status "audit-file-status
  ELSE
    PERFORM Read-Live-Audit-Record
    PERFORM Examine-Live-Audit-Record UNTIL audit-at-eof
    CLOSE AUDIT-FILE
  END-IF.
  .

Read-Live-Audit-Record.
  READ AUDIT-FILE
    AT END MOVE "Y" TO audit-eof-sw
  END-READ.
  .

Examine-Live-Audit-Record.
  PERFORM Examine-Audit-Record.
  PERFORM Read-Live-Audit-Record.
  .

Examine-Audit-Record.
  IF AUD-DATE NOT GREATER THAN as-of-date
    ADD 1 TO records-examined
    PERFORM Find-Auth-Operator
    IF auth-found-idx > 0
      PERFORM Record-Operator-Usage
    ELSE
      PERFORM Record-Other-Usage
    END-IF
  END-IF.
  .

Find-Auth-Operator.
  MOVE 0 TO auth-found-idx.
  MOVE 0 TO auth-idx.
  PERFORM Match-Auth-Operator
      UNTIL auth-found-idx > 0 OR auth-idx NOT LESS THAN auth-count.
  .

Match-Auth-Operator.
  ADD 1 TO auth-idx.
  IF auth-operator-id(auth-idx) = AUD-OPERATOR-ID
    MOVE auth-idx TO auth-found-idx
  END-IF.
  .

Record-Operator-Usage.
  ADD 1 TO usage-audit-count(auth-found-idx).
  IF AUD-DATE > usage-last-date(auth-found-idx)
    MOVE AUD-DATE TO usage-last-date(auth-found-idx)
  END-IF.
  IF AUD-ACTION = "AUTH-DENY"
    ADD 1 TO usage-deny-count(auth-found-idx)
  END-IF.
  IF AUD-ACTION = "BATCH" AND AUD-KEY-NAME NOT = SPACES
    MOVE 0 TO slot-idx
    PERFORM Match-Key-Usage UNTIL slot-idx = 8
  END-IF.
  .

Match-Key-Usage.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-found-idx slot-idx) = AUD-KEY-NAME
      AND AUD-DATE > usage-key-last-date(auth-found-idx slot-idx)
    MOVE AUD-DATE TO usage-key-last-date(auth-found-idx slot-idx)
  END-IF.
  .

Record-Other-Usage.
  MOVE 0 TO other-found-idx.
  MOVE 0 TO other-idx.
  PERFORM Match-Other-Operator
      UNTIL other-found-idx > 0 OR other-idx NOT LESS THAN other-count.
  IF other-found-idx = 0
    IF other-count = 50
      MOVE "Y" TO other-over-sw
    ELSE
      ADD 1 TO other-count
      MOVE other-count TO other-found-idx
      MOVE AUD-OPERATOR-ID TO other-operator-id(other-found-idx)
      MOVE 0 TO other-last-date(other-found-idx)
      MOVE 0 TO other-audit-count(other-found-idx)
      MOVE 0 TO other-deny-count(other-found-idx)
    END-IF
  END-IF.
  IF other-found-idx > 0
    ADD 1 TO other-audit-count(other-found-idx)
    IF AUD-DATE > other-last-date(other-found-idx)
      MOVE AUD-DATE TO other-last-date(other-found-idx)
    END-IF
    IF AUD-ACTION = "AUTH-DENY"
      ADD 1 TO other-deny-count(other-found-idx)
    END-IF
  END-IF.
  .

Match-Other-Operator.
  ADD 1 TO other-idx.
  IF other-operator-id(other-idx) = AUD-OPERATOR-ID
    MOVE other-idx TO other-found-idx
  END-IF.
  .

Compute-Day-Number.
  DIVIDE day-calc-date BY 10000 GIVING day-calc-yyyy
      REMAINDER day-calc-md.
  DIVIDE day-calc-md BY 100 GIVING day-calc-mm
      REMAINDER day-calc-dd.
  IF day-calc-mm < 3
    SUBTRACT 1 FROM day-calc-yyyy
    ADD 12 TO day-calc-mm
  END-IF.
  DIVIDE day-calc-yyyy BY 4 GIVING day-calc-y4.
  DIVIDE day-calc-yyyy BY 100 GIVING day-calc-y100.
  DIVIDE day-calc-yyyy BY 400 GIVING day-calc-y400.
  COMPUTE day-calc-mdays = (153 * (day-calc-mm - 3)) + 2.
  DIVIDE day-calc-mdays BY 5 GIVING day-calc-mdays.
  COMPUTE day-number = (365 * day-calc-yyyy) + day-calc-y4
      - day-calc-y100 + day-calc-y400 + day-calc-mdays + day-calc-dd.
  .

Write-Recert-Heading.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "ACCESS RECERTIFICATION REPORT  RUN DATE: " report-date
      "  AS OF: " as-of-date
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "  AUDIT HISTORY FROM: " archive-start-month
      " (ARCHIVES) THROUGH " as-of-date " (AUDITLOG)"
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "  INACTIVITY LIMIT:   " inactive-days " DAYS"
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  IF auth-table-overflowed
    MOVE "*** OPERAUTH HOLDS MORE THAN 50 OPERATORS - REPORT IS INCOMPLETE"
        TO RECERT-RPT-LINE
    WRITE RECERT-RPT-LINE
  END-IF.
  MOVE SPACES TO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  .

Report-One-Operator.
  ADD 1 TO auth-idx.
  ADD 1 TO operators-reviewed.
  MOVE "N" TO operator-flag-sw.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "OPERATOR " auth-operator-id(auth-idx)
      "  ENC " auth-mode-encrypt(auth-idx)
      "  DEC " auth-mode-decrypt(auth-idx)
      "  SOL " auth-mode-solve(auth-idx)
      "  KWD " auth-mode-keyword(auth-idx)
      "  BAT " auth-mode-batch(auth-idx)
      "  ANL " auth-mode-analyze(auth-idx)
      "  KEY LIMIT " auth-key-limit(auth-idx)
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE usage-audit-count(auth-idx) TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  IF usage-last-date(auth-idx) = 0
    STRING "  LAST ACTIVITY: NONE FOUND"
        "             AUDIT RECORDS: " count-edited
        DELIMITED BY SIZE INTO RECERT-RPT-LINE
  ELSE
    MOVE usage-last-date(auth-idx) TO day-calc-date
    PERFORM Compute-Day-Number
    COMPUTE days-since = as-of-day-number - day-number
    MOVE days-since TO days-edited
    STRING "  LAST ACTIVITY: " usage-last-date(auth-idx)
        " (" days-edited " DAYS)"
        "  AUDIT RECORDS: " count-edited
        DELIMITED BY SIZE INTO RECERT-RPT-LINE
  END-IF.
  WRITE RECERT-RPT-LINE.
  ADD usage-deny-count(auth-idx) TO deny-total.
  MOVE usage-deny-count(auth-idx) TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "  AUTH-DENY COUNT:  " count-edited
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE 0 TO slot-idx.
  PERFORM Report-Operator-Key UNTIL slot-idx = 8.
  IF usage-last-date(auth-idx) = 0
      OR days-since > inactive-days
    MOVE "Y" TO operator-flag-sw
    ADD 1 TO operators-inactive
    MOVE SPACES TO RECERT-RPT-LINE
    STRING "  *** NO ACTIVITY IN " inactive-days " DAYS"
        DELIMITED BY SIZE INTO RECERT-RPT-LINE
    WRITE RECERT-RPT-LINE
  END-IF.
  MOVE SPACES TO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  .

Report-Operator-Key.
  ADD 1 TO slot-idx.
  IF auth-key-name(auth-idx slot-idx) NOT = SPACES
    MOVE SPACES TO RECERT-RPT-LINE
    IF usage-key-last-date(auth-idx slot-idx) = 0
      ADD 1 TO keys-never-used
      STRING "  KEY " auth-key-name(auth-idx slot-idx)
          "  *** KEY GRANTED, NEVER USED"
          DELIMITED BY SIZE INTO RECERT-RPT-LINE
    ELSE
      STRING "  KEY " auth-key-name(auth-idx slot-idx)
          "  LAST USED " usage-key-last-date(auth-idx slot-idx)
          DELIMITED BY SIZE INTO RECERT-RPT-LINE
    END-IF
    WRITE RECERT-RPT-LINE
  END-IF.
  .

Report-Other-Operators.
  IF other-count > 0
    MOVE "AUDIT ACTIVITY BY OPERATORS NOT ON OPERAUTH" TO RECERT-RPT-LINE
    WRITE RECERT-RPT-LINE
    MOVE 0 TO other-idx
    PERFORM Report-Other-Operator UNTIL other-idx NOT LESS THAN other-count
    IF other-table-overflowed
      MOVE "  *** MORE THAN 50 SUCH OPERATORS - LIST IS INCOMPLETE"
          TO RECERT-RPT-LINE
      WRITE RECERT-RPT-LINE
    END-IF
    MOVE SPACES TO RECERT-RPT-LINE
    WRITE RECERT-RPT-LINE
  END-IF.
  .

Report-Other-Operator.
  ADD 1 TO other-idx.
  ADD other-deny-count(other-idx) TO deny-total.
  MOVE other-audit-count(other-idx) TO count-edited.
  MOVE other-deny-count(other-idx) TO days-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "  " other-operator-id(other-idx)
      "  LAST ACTIVITY: " other-last-date(other-idx)
      "  AUDIT RECORDS: " count-edited
      "  AUTH-DENY: " days-edited
      DELIMITED BY SIZE INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  .

Write-Recert-Totals.
  MOVE operators-reviewed TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "OPERATORS REVIEWED:    " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE operators-inactive TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "OPERATORS INACTIVE:    " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE keys-never-used TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "KEYS NEVER USED:       " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE deny-total TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "AUTH-DENY TOTAL:       " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE records-examined TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "AUDIT RECORDS READ:    " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  MOVE archives-opened TO count-edited.
  MOVE SPACES TO RECERT-RPT-LINE.
  STRING "ARCHIVE FILES READ:    " count-edited DELIMITED BY SIZE
      INTO RECERT-RPT-LINE.
  WRITE RECERT-RPT-LINE.
  IF operators-inactive > 0 OR keys-never-used > 0
    MOVE 4 TO RETURN-CODE
  END-IF.
  DISPLAY "ACCESS RECERTIFICATION  OPERATORS "operators-reviewed
      "  INACTIVE "operators-inactive
      "  KEYS NEVER USED "keys-never-used.
  .

END PROGRAM AccessRecert.
