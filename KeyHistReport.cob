IDENTIFICATION DIVISION.
PROGRAM-ID. KeyHistReport.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEY-HIST-FILE ASSIGN TO "KEYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS key-hist-status.
    SELECT HIST-CTL-FILE ASSIGN TO "KHSTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-ctl-status.
    SELECT HIST-RPT-FILE ASSIGN TO "KHSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  KEY-HIST-FILE.
    COPY CIPHKHS.

FD  HIST-CTL-FILE.
01  HIST-CTL-RECORD.
    05  HC-KEY-NAME         PIC X(08).

FD  HIST-RPT-FILE.
01  HIST-RPT-LINE              PIC X(132).

WORKING-STORAGE SECTION.
01 key-hist-status     PIC X(02) value "00".
01 hist-ctl-status     PIC X(02) value "00".
01 hist-rpt-status     PIC X(02) value "00".
01 key-hist-eof-sw     PIC X(01) value "N".
    88 key-hist-at-eof        value "Y".
01 report-date         PIC 9(08) value 0.
01 select-key-name     PIC X(08) value spaces.

01 hist-table.
    05 hist-entry OCCURS 2000.
        10 hist-key-name     PIC X(08).
        10 hist-version      PIC 9(04).
        10 hist-action       PIC X(01).
        10 hist-date         PIC 9(08).
        10 hist-time         PIC 9(08).
        10 hist-operator-id  PIC X(08).
        10 hist-before-image PIC X(48).
        10 hist-after-image  PIC X(48).
01 hist-count          PIC 9(04) value 0.
01 hist-idx            PIC 9(04) value 0.
01 hist-over-sw        PIC X(01) value "N".
    88 hist-table-overflowed  value "Y".

01 current-key-name    PIC X(08) value spaces.
01 last-key-name       PIC X(08) value low-values.
01 next-key-name       PIC X(08) value spaces.
01 next-key-sw         PIC X(01) value "N".
    88 next-key-was-found     value "Y".
01 key-entry-count     PIC 9(05) value 0.
01 keys-reported       PIC 9(05) value 0.
01 entries-reported    PIC 9(05) value 0.
01 count-edited        PIC Z(06)9.
01 action-text         PIC X(10) value spaces.

01 image-view.
    05 iv-key-name      PIC X(08).
    05 iv-shift         PIC 9(02).
    05 iv-eff-date      PIC 9(08).
    05 iv-exp-date      PIC 9(08).
    05 iv-status        PIC X(01).
    05 iv-key-type      PIC X(01).
    05 iv-keyword       PIC X(16).
    05 iv-version       PIC 9(04).
01 image-label         PIC X(12) value spaces.

PROCEDURE DIVISION.
  PERFORM Open-Hist-Report.
  PERFORM Read-Hist-Control.
  PERFORM Load-Key-History.
  PERFORM Report-Next-Key.
  PERFORM Report-One-Key UNTIL NOT next-key-was-found.
  PERFORM Write-Hist-Summary.
  CLOSE HIST-RPT-FILE.
  STOP RUN.

Open-Hist-Report.
  ACCEPT report-date FROM DATE YYYYMMDD.
  OPEN OUTPUT HIST-RPT-FILE.
  IF hist-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open KHSTRPT, status "hist-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Hist-Control.
  OPEN INPUT HIST-CTL-FILE.
  IF hist-ctl-status = "00"
    READ HIST-CTL-FILE
      AT END CONTINUE
      NOT AT END MOVE HC-KEY-NAME TO select-key-name
    END-READ
    CLOSE HIST-CTL-FILE
  END-IF.
  MOVE SPACES TO HIST-RPT-LINE.
  STRING "KEY HISTORY REPORT  RUN DATE: " report-date
      DELIMITED BY SIZE INTO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  MOVE SPACES TO HIST-RPT-LINE.
  IF select-key-name = SPACES
    MOVE "KEY SELECTED: ALL" TO HIST-RPT-LINE
  ELSE
    STRING "KEY SELECTED: " select-key-name
        DELIMITED BY SIZE INTO HIST-RPT-LINE
  END-IF.
  WRITE HIST-RPT-LINE.
  MOVE SPACES TO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  .

Load-Key-History.
  MOVE SPACES TO hist-table.
  MOVE 0 TO hist-count.
  OPEN INPUT KEY-HIST-FILE.
  IF key-hist-status NOT = "00"
    DISPLAY "ERROR: cannot open KEYHIST, status "key-hist-status
    MOVE "NO KEY HISTORY AVAILABLE" TO HIST-RPT-LINE
    WRITE HIST-RPT-LINE
    CLOSE HIST-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Load-Hist-Entry UNTIL key-hist-at-eof OR hist-table-overflowed.
  IF hist-table-overflowed
    DISPLAY "WARNING: KEYHIST holds more than 2000 entries, later entries not reported"
    MOVE "*** KEYHIST HOLDS MORE THAN 2000 ENTRIES - REPORT IS INCOMPLETE"
        TO HIST-RPT-LINE
    WRITE HIST-RPT-LINE
  END-IF.
  CLOSE KEY-HIST-FILE.
  .

Load-Hist-Entry.
  READ KEY-HIST-FILE
    AT END MOVE "Y" TO key-hist-eof-sw
    NOT AT END
      IF select-key-name = SPACES OR KH-KEY-NAME = select-key-name
        IF hist-count = 2000
          MOVE "Y" TO hist-over-sw
        ELSE
          ADD 1 TO hist-count
          MOVE KH-KEY-NAME TO hist-key-name(hist-count)
          MOVE KH-VERSION TO hist-version(hist-count)
          MOVE KH-ACTION TO hist-action(hist-count)
          MOVE KH-DATE TO hist-date(hist-count)
          MOVE KH-TIME TO hist-time(hist-count)
          MOVE KH-OPERATOR-ID TO hist-operator-id(hist-count)
          MOVE KH-BEFORE-IMAGE TO hist-before-image(hist-count)
          MOVE KH-AFTER-IMAGE TO hist-after-image(hist-count)
        END-IF
      END-IF
  END-READ.
  .

Report-Next-Key.
  MOVE "N" TO next-key-sw.
  MOVE HIGH-VALUES TO next-key-name.
  MOVE 0 TO hist-idx.
  PERFORM Find-Next-Key-Name UNTIL hist-idx NOT LESS THAN hist-count.
  .

Find-Next-Key-Name.
  ADD 1 TO hist-idx.
  IF hist-key-name(hist-idx) GREATER THAN last-key-name
      AND hist-key-name(hist-idx) LESS THAN next-key-name
    MOVE hist-key-name(hist-idx) TO next-key-name
    MOVE "Y" TO next-key-sw
  END-IF.
  .

Report-One-Key.
  MOVE next-key-name TO current-key-name.
  ADD 1 TO keys-reported.
  MOVE 0 TO key-entry-count.
  MOVE SPACES TO HIST-RPT-LINE.
  STRING "KEY " current-key-name DELIMITED BY SIZE INTO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  MOVE 0 TO hist-idx.
  PERFORM Report-Key-Entry UNTIL hist-idx NOT LESS THAN hist-count.
  MOVE key-entry-count TO count-edited.
  MOVE SPACES TO HIST-RPT-LINE.
  STRING "  CHANGES RECORDED: " count-edited
      DELIMITED BY SIZE INTO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  MOVE SPACES TO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  MOVE current-key-name TO last-key-name.
  PERFORM Report-Next-Key.
  .

Report-Key-Entry.
  ADD 1 TO hist-idx.
  IF hist-key-name(hist-idx) = current-key-name
    ADD 1 TO key-entry-count
    ADD 1 TO entries-reported
    EVALUATE hist-action(hist-idx)
      WHEN "A"
        MOVE "ADD" TO action-text
      WHEN "C"
        MOVE "CHANGE" TO action-text
      WHEN "D"
        MOVE "DEACTIVATE" TO action-text
      WHEN OTHER
        MOVE hist-action(hist-idx) TO action-text
    END-EVALUATE
    MOVE SPACES TO HIST-RPT-LINE
    STRING "  VERSION " hist-version(hist-idx)
        "  " action-text
        "  " hist-date(hist-idx)
        " " hist-time(hist-idx)
        "  OPERATOR " hist-operator-id(hist-idx)
        DELIMITED BY SIZE INTO HIST-RPT-LINE
    WRITE HIST-RPT-LINE
    MOVE "    BEFORE: " TO image-label
    MOVE hist-before-image(hist-idx) TO image-view
    PERFORM Write-Image-Line
    MOVE "    AFTER:  " TO image-label
    MOVE hist-after-image(hist-idx) TO image-view
    PERFORM Write-Image-Line
  END-IF.
  .

Write-Image-Line.
  MOVE SPACES TO HIST-RPT-LINE.
  IF image-view = SPACES
    STRING image-label "NONE" DELIMITED BY SIZE INTO HIST-RPT-LINE
  ELSE
    IF iv-key-type = SPACE
      MOVE "C" TO iv-key-type
    END-IF
    STRING image-label
        "TYPE " iv-key-type
        "  SHIFT " iv-shift
        "  KEYWORD " iv-keyword
        "  EFF " iv-eff-date
        "  EXP " iv-exp-date
        "  STATUS " iv-status
        "  VERSION " iv-version
        DELIMITED BY SIZE INTO HIST-RPT-LINE
  END-IF.
  WRITE HIST-RPT-LINE.
  .

Write-Hist-Summary.
  IF keys-reported = 0
    MOVE "NO KEY HISTORY ENTRIES SELECTED" TO HIST-RPT-LINE
    WRITE HIST-RPT-LINE
  END-IF.
  MOVE keys-reported TO count-edited.
  MOVE SPACES TO HIST-RPT-LINE.
  STRING "KEYS REPORTED:   " count-edited DELIMITED BY SIZE
      INTO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  MOVE entries-reported TO count-edited.
  MOVE SPACES TO HIST-RPT-LINE.
  STRING "CHANGES REPORTED:" count-edited DELIMITED BY SIZE
      INTO HIST-RPT-LINE.
  WRITE HIST-RPT-LINE.
  DISPLAY "KEY HISTORY REPORT  KEYS "keys-reported
      "  CHANGES "entries-reported.
  .

END PROGRAM KeyHistReport.
