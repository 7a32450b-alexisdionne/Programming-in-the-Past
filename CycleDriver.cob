IDENTIFICATION DIVISION.
PROGRAM-ID. CycleDriver.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cycle-ctl-status.
    SELECT CYCLE-LOG-FILE ASSIGN TO "CYCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cycle-log-status.
    SELECT CYCLE-CKP-FILE ASSIGN TO "CYCLECKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cycle-ckp-status.

DATA DIVISION.
FILE SECTION.
FD  CYCLE-CTL-FILE.
01  CYCLE-CTL-RECORD.
    05  CC-STEP-NAME           PIC X(12).
    05  CC-MAX-RC              PIC X(04).
    05  CC-COMMAND             PIC X(100).

FD  CYCLE-LOG-FILE.
    COPY CIPHCYL.

FD  CYCLE-CKP-FILE.
01  CYCLE-CHECKPOINT-RECORD.
    05  CYK-RUN-ID             PIC X(16).
    05  CYK-RUN-DATE           PIC 9(08).
    05  CYK-STEP-COUNT         PIC 9(03).
    05  CYK-LAST-STEP-DONE     PIC 9(03).
    05  CYK-NEXT-STEP-NAME     PIC X(12).
    05  CYK-STATUS             PIC X(08).

WORKING-STORAGE SECTION.
01 cycle-ctl-status    PIC X(02) value "00".
01 cycle-log-status    PIC X(02) value "00".
01 cycle-ckp-status    PIC X(02) value "00".
01 cycle-ctl-eof-sw    PIC X(01) value "N".
    88 cycle-ctl-at-eof       value "Y".
01 cycle-ctl-over-sw   PIC X(01) value "N".
    88 cycle-ctl-overflowed   value "Y".
01 cycle-ctl-bad-sw    PIC X(01) value "N".
    88 cycle-ctl-is-bad       value "Y".

01 step-table.
    05 step-entry OCCURS 30.
        10 step-name          PIC X(12).
        10 step-max-rc        PIC 9(04).
        10 step-command       PIC X(100).
01 step-count          PIC 9(03) value 0.
01 step-idx            PIC 9(03) value 0.
01 first-step          PIC 9(03) value 1.
01 steps-run           PIC 9(03) value 0.
01 ctl-line-count      PIC 9(03) value 0.

01 run-id              PIC X(16) value spaces.
01 run-date            PIC 9(08) value 0.
01 run-time-now        PIC 9(08) value 0.
01 operator-id         PIC X(08) value "UNKNOWN".
01 cycle-resume-sw     PIC X(01) value "N".
    88 cycle-is-resumed       value "Y".
01 cycle-stop-sw       PIC X(01) value "N".
    88 cycle-was-stopped      value "Y".

01 cycle-start-date    PIC 9(08) value 0.
01 cycle-start-time    PIC 9(08) value 0.
01 step-start-date     PIC 9(08) value 0.
01 step-start-time     PIC 9(08) value 0.
01 step-end-date       PIC 9(08) value 0.
01 step-end-time       PIC 9(08) value 0.
01 step-rc             PIC S9(09) value 0.
01 step-rc-out         PIC 9(04) value 0.
01 step-status         PIC X(08) value spaces.
01 rc-edited           PIC Z(03)9.

PROCEDURE DIVISION.
  PERFORM Load-Cycle-Control.
  PERFORM Open-Cycle-Log.
  PERFORM Load-Cycle-Checkpoint.
  IF NOT cycle-is-resumed
    PERFORM Generate-Run-Id
  END-IF.
  PERFORM Write-Cycle-Start.
  MOVE first-step TO step-idx.
  PERFORM Run-Cycle-Step
      UNTIL cycle-was-stopped OR step-idx > step-count.
  PERFORM Write-Cycle-End.
  CLOSE CYCLE-LOG-FILE.
  STOP RUN.

Load-Cycle-Control.
  ACCEPT operator-id FROM ENVIRONMENT "USER".
  IF operator-id = SPACES
    MOVE "UNKNOWN" TO operator-id
  END-IF.
  MOVE SPACES TO step-table.
  OPEN INPUT CYCLE-CTL-FILE.
  IF cycle-ctl-status NOT = "00"
    DISPLAY "ERROR: cannot open CYCLECTL, status "cycle-ctl-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Load-Cycle-Step UNTIL cycle-ctl-at-eof OR cycle-ctl-overflowed.
  CLOSE CYCLE-CTL-FILE.
  IF cycle-ctl-overflowed
    DISPLAY "ERROR: CYCLECTL holds more than 30 steps, cycle not started"
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  IF cycle-ctl-is-bad
    DISPLAY "ERROR: CYCLECTL has invalid step entries, cycle not started"
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  IF step-count = 0
    DISPLAY "ERROR: CYCLECTL lists no steps, cycle not started"
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Load-Cycle-Step.
  READ CYCLE-CTL-FILE
    AT END MOVE "Y" TO cycle-ctl-eof-sw
    NOT AT END
      ADD 1 TO ctl-line-count
      IF CYCLE-CTL-RECORD NOT = SPACES
          AND CYCLE-CTL-RECORD(1:1) NOT = "*"
        IF step-count = 30
          MOVE "Y" TO cycle-ctl-over-sw
        ELSE
          PERFORM Edit-Cycle-Step
        END-IF
      END-IF
  END-READ.
  .

Edit-Cycle-Step.
  IF CC-STEP-NAME = SPACES OR CC-COMMAND = SPACES
    DISPLAY "ERROR: CYCLECTL line "ctl-line-count
        " needs a step name and a command"
    MOVE "Y" TO cycle-ctl-bad-sw
  ELSE
    IF CC-MAX-RC NOT NUMERIC
      DISPLAY "ERROR: CYCLECTL line "ctl-line-count
          " maximum return code must be 4 digits"
      MOVE "Y" TO cycle-ctl-bad-sw
    ELSE
      ADD 1 TO step-count
      MOVE CC-STEP-NAME TO step-name(step-count)
      MOVE CC-MAX-RC TO step-max-rc(step-count)
      MOVE CC-COMMAND TO step-command(step-count)
    END-IF
  END-IF.
  .

Open-Cycle-Log.
  OPEN EXTEND CYCLE-LOG-FILE.
  IF cycle-log-status NOT = "00"
    OPEN OUTPUT CYCLE-LOG-FILE
  END-IF.
  IF cycle-log-status NOT = "00"
    DISPLAY "ERROR: cannot open CYCLOG, status "cycle-log-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Load-Cycle-Checkpoint.
  MOVE "N" TO cycle-resume-sw.
  MOVE 1 TO first-step.
  OPEN INPUT CYCLE-CKP-FILE.
  IF cycle-ckp-status = "00"
    READ CYCLE-CKP-FILE
      AT END CONTINUE
      NOT AT END
        IF CYK-STATUS = "FAILED" OR CYK-STATUS = "ACTIVE"
          PERFORM Check-Cycle-Resume
        END-IF
    END-READ
    CLOSE CYCLE-CKP-FILE
  END-IF.
  .

Check-Cycle-Resume.
  IF CYK-STEP-COUNT NOT = step-count
      OR CYK-LAST-STEP-DONE NOT LESS THAN step-count
      OR CYK-NEXT-STEP-NAME NOT = step-name(CYK-LAST-STEP-DONE + 1)
    DISPLAY "ERROR: CYCLECKP shows run "CYK-RUN-ID" stopped before step "
        CYK-NEXT-STEP-NAME" but CYCLECTL no longer matches it"
    DISPLAY "ERROR: restore CYCLECTL or remove CYCLECKP to start a new cycle"
    CLOSE CYCLE-CKP-FILE CYCLE-LOG-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  MOVE "Y" TO cycle-resume-sw.
  MOVE CYK-RUN-ID TO run-id.
  MOVE CYK-RUN-DATE TO run-date.
  COMPUTE first-step = CYK-LAST-STEP-DONE + 1.
  DISPLAY "RESUMING CYCLE "run-id" AT STEP "first-step" "
      step-name(first-step).
  .

Generate-Run-Id.
  ACCEPT run-date FROM DATE YYYYMMDD.
  ACCEPT run-time-now FROM TIME.
  MOVE SPACES TO run-id.
  STRING "C" DELIMITED BY SIZE
      run-date DELIMITED BY SIZE
      run-time-now(1:6) DELIMITED BY SIZE
      INTO run-id.
  .

Write-Cycle-Start.
  ACCEPT step-start-date FROM DATE YYYYMMDD.
  ACCEPT step-start-time FROM TIME.
  MOVE step-start-date TO cycle-start-date.
  MOVE step-start-time TO cycle-start-time.
  MOVE step-start-date TO step-end-date.
  MOVE step-start-time TO step-end-time.
  MOVE 0 TO step-rc-out.
  MOVE 0 TO step-idx.
  IF cycle-is-resumed
    MOVE "RESTART" TO step-status
    MOVE step-name(first-step) TO CYL-STEP-NAME
  ELSE
    MOVE "START" TO step-status
    MOVE "CYCLE" TO CYL-STEP-NAME
  END-IF.
  PERFORM Write-Cycle-Log-Record.
  MOVE first-step TO step-idx.
  PERFORM Save-Cycle-Checkpoint.
  DISPLAY "CYCLE "run-id" "step-status" STEPS "step-count.
  .

Run-Cycle-Step.
  ACCEPT step-start-date FROM DATE YYYYMMDD.
  ACCEPT step-start-time FROM TIME.
  DISPLAY "CYCLE STEP "step-idx" "step-name(step-idx)" STARTED".
  MOVE 0 TO RETURN-CODE.
  CALL "SYSTEM" USING step-command(step-idx).
  MOVE RETURN-CODE TO step-rc.
  MOVE 0 TO RETURN-CODE.
  IF step-rc < 0
    MOVE 9999 TO step-rc
  ELSE
    IF step-rc > 255
      DIVIDE step-rc BY 256 GIVING step-rc
    END-IF
  END-IF.
  MOVE step-rc TO step-rc-out.
  ACCEPT step-end-date FROM DATE YYYYMMDD.
  ACCEPT step-end-time FROM TIME.
  ADD 1 TO steps-run.
  IF step-rc-out > step-max-rc(step-idx)
    MOVE "FAILED" TO step-status
    MOVE "Y" TO cycle-stop-sw
  ELSE
    MOVE "ENDED" TO step-status
  END-IF.
  MOVE step-name(step-idx) TO CYL-STEP-NAME.
  PERFORM Write-Cycle-Log-Record.
  MOVE step-rc-out TO rc-edited.
  DISPLAY "CYCLE STEP "step-idx" "step-name(step-idx)" "step-status
      " RC "rc-edited.
  IF cycle-was-stopped
    PERFORM Save-Cycle-Checkpoint
  ELSE
    ADD 1 TO step-idx
    PERFORM Save-Cycle-Checkpoint
  END-IF.
  .

Write-Cycle-Log-Record.
  MOVE run-id TO CYL-RUN-ID.
  MOVE step-idx TO CYL-STEP-SEQ.
  MOVE step-start-date TO CYL-START-DATE.
  MOVE step-start-time TO CYL-START-TIME.
  MOVE step-end-date TO CYL-END-DATE.
  MOVE step-end-time TO CYL-END-TIME.
  MOVE step-rc-out TO CYL-RETURN-CODE.
  IF step-idx > 0 AND step-idx NOT > step-count
    MOVE step-max-rc(step-idx) TO CYL-MAX-RC
  ELSE
    MOVE 0 TO CYL-MAX-RC
  END-IF.
  MOVE step-status TO CYL-STATUS.
  MOVE operator-id TO CYL-OPERATOR-ID.
  WRITE CYCLE-LOG-RECORD.
  .

Save-Cycle-Checkpoint.
  OPEN OUTPUT CYCLE-CKP-FILE.
  IF cycle-ckp-status NOT = "00"
    DISPLAY "WARNING: cannot write CYCLECKP, status "cycle-ckp-status
        ", a rerun will start the cycle from the first step"
  ELSE
    MOVE SPACES TO CYCLE-CHECKPOINT-RECORD
    MOVE run-id TO CYK-RUN-ID
    MOVE run-date TO CYK-RUN-DATE
    MOVE step-count TO CYK-STEP-COUNT
    COMPUTE CYK-LAST-STEP-DONE = step-idx - 1
    IF step-idx > step-count
      MOVE "COMPLETE" TO CYK-STATUS
    ELSE
      MOVE step-name(step-idx) TO CYK-NEXT-STEP-NAME
      IF cycle-was-stopped
        MOVE "FAILED" TO CYK-STATUS
      ELSE
        MOVE "ACTIVE" TO CYK-STATUS
      END-IF
    END-IF
    WRITE CYCLE-CHECKPOINT-RECORD
    CLOSE CYCLE-CKP-FILE
  END-IF.
  .

Write-Cycle-End.
  MOVE cycle-start-date TO step-start-date.
  MOVE cycle-start-time TO step-start-time.
  ACCEPT step-end-date FROM DATE YYYYMMDD.
  ACCEPT step-end-time FROM TIME.
  MOVE "CYCLE" TO CYL-STEP-NAME.
  IF cycle-was-stopped
    MOVE "STOPPED" TO step-status
    MOVE 0 TO step-idx
    PERFORM Write-Cycle-Log-Record
    DISPLAY "CYCLE "run-id" STOPPED, "steps-run" STEPS RUN"
    DISPLAY "CYCLE "run-id" RERUN TO RESUME AT THE FAILED STEP"
    MOVE 8 TO RETURN-CODE
  ELSE
    MOVE "COMPLETE" TO step-status
    MOVE 0 TO step-rc-out
    MOVE 0 TO step-idx
    PERFORM Write-Cycle-Log-Record
    DISPLAY "CYCLE "run-id" COMPLETE, "steps-run" STEPS RUN"
    MOVE 0 TO RETURN-CODE
  END-IF.
  .

END PROGRAM CycleDriver.
