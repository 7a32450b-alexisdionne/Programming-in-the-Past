IDENTIFICATION DIVISION.
PROGRAM-ID. BatchPerfReport.
AUTHOR. Alexis Dionne.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERF-CTL-FILE ASSIGN TO "PERFCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS perf-ctl-status.
    SELECT PERF-FILE ASSIGN TO "RUNPERF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS perf-file-status.
    SELECT PERF-RPT-FILE ASSIGN TO "PERFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS perf-rpt-status.

DATA DIVISION.
FILE SECTION.
FD  PERF-CTL-FILE.
01  PERF-CTL-RECORD.
    05  PC-WEEK-ENDING         PIC X(08).
    05  PC-WINDOW-MINUTES      PIC X(04).
    05  PC-SLOW-PERCENT        PIC X(03).
    05  PC-TRAILING-DAYS       PIC X(03).

FD  PERF-FILE.
    COPY CIPHPRF.

FD  PERF-RPT-FILE.
01  PERF-RPT-LINE              PIC X(132).

WORKING-STORAGE SECTION.
01 perf-ctl-status     PIC X(02) value "00".
01 perf-file-status    PIC X(02) value "00".
01 perf-rpt-status     PIC X(02) value "00".
01 perf-eof-sw         PIC X(01) value "N".
    88 perf-at-eof            value "Y".

01 report-date         PIC 9(08) value 0.
01 week-ending-date    PIC 9(08) value 0.
01 window-minutes      PIC 9(04) value 60.
01 slow-percent        PIC 9(03) value 50.
01 trailing-days       PIC 9(03) value 28.
01 week-end-day        PIC 9(07) value 0.
01 week-start-day      PIC 9(07) value 0.
01 trailing-start-day  PIC 9(07) value 0.
01 window-seconds      PIC 9(09) value 0.

01 run-table.
    05 run-entry OCCURS 500.
        10 run-id-key        PIC X(16).
        10 run-partner-id    PIC X(08).
        10 run-start-date    PIC 9(08).
        10 run-start-time    PIC 9(08).
        10 run-start-day     PIC 9(07).
        10 run-start-abs     PIC 9(12).
        10 run-end-abs       PIC 9(12).
        10 run-records       PIC 9(07).
        10 run-active-secs   PIC 9(09).
        10 run-segments      PIC 9(02).
        10 run-last-status   PIC X(08).
01 run-count           PIC 9(03) value 0.
01 run-idx             PIC 9(03) value 0.
01 run-found-idx       PIC 9(03) value 0.
01 run-over-sw         PIC X(01) value "N".
    88 run-table-overflowed   value "Y".
01 segment-start-abs   PIC 9(12) value 0.
01 segment-end-abs     PIC 9(12) value 0.
01 segment-start-day   PIC 9(07) value 0.
01 skipped-run-id      PIC X(16) value spaces.
01 segments-read       PIC 9(07) value 0.

01 trailing-records    PIC 9(09) value 0.
01 trailing-secs       PIC 9(11) value 0.
01 trailing-runs       PIC 9(05) value 0.
01 trailing-rate       PIC 9(07) value 0.
01 trailing-known-sw   PIC X(01) value "N".
    88 trailing-is-known      value "Y".

01 day-table.
    05 day-entry OCCURS 7.
        10 day-date          PIC 9(08).
        10 day-day-number    PIC 9(07).
01 day-idx             PIC 9(01) value 0.
01 day-runs            PIC 9(05) value 0.
01 day-records         PIC 9(09) value 0.
01 day-elapsed-secs    PIC 9(09) value 0.
01 day-active-secs     PIC 9(09) value 0.
01 day-flagged         PIC 9(05) value 0.
01 week-runs           PIC 9(05) value 0.
01 week-records        PIC 9(09) value 0.
01 week-elapsed-secs   PIC 9(09) value 0.
01 week-active-secs    PIC 9(11) value 0.
01 week-over-window    PIC 9(05) value 0.
01 week-slow           PIC 9(05) value 0.
01 week-incomplete     PIC 9(05) value 0.
01 week-flagged        PIC 9(05) value 0.

01 run-elapsed-secs    PIC 9(09) value 0.
01 run-rate            PIC 9(07) value 0.
01 run-flag-sw         PIC X(01) value "N".
    88 run-was-flagged        value "Y".
01 run-over-window-sw  PIC X(01) value "N".
    88 run-is-over-window     value "Y".
01 run-slow-sw         PIC X(01) value "N".
    88 run-is-slow            value "Y".
01 run-incomplete-sw   PIC X(01) value "N".
    88 run-is-incomplete      value "Y".
01 run-flags           PIC X(32) value spaces.
01 flag-pos            PIC 9(02) value 0.
01 rate-records        PIC 9(09) value 0.
01 rate-secs           PIC 9(11) value 0.
01 rate-result         PIC 9(07) value 0.

01 day-names           PIC X(21) value "TUEWEDTHUFRISATSUNMON".
01 day-name            PIC X(03) value spaces.
01 day-name-idx        PIC 9(02) value 0.
01 day-mod-quot        PIC 9(07) value 0.
01 month-day-values    PIC X(24) value "312831303130313130313031".
01 month-day-table REDEFINES month-day-values.
    05 month-days OCCURS 12 PIC 9(02).
01 prev-date           PIC 9(08) value 0.
01 prev-yyyy           PIC 9(04) value 0.
01 prev-mm             PIC 9(02) value 0.
01 prev-dd             PIC 9(02) value 0.
01 prev-md             PIC 9(04) value 0.
01 leap-rem4           PIC 9(02) value 0.
01 leap-rem100         PIC 9(03) value 0.
01 leap-rem400         PIC 9(03) value 0.
01 leap-quot           PIC 9(04) value 0.

01 time-of-day         PIC 9(08) value 0.
01 time-hh             PIC 9(02) value 0.
01 time-mm             PIC 9(02) value 0.
01 time-ss             PIC 9(02) value 0.
01 time-rest           PIC 9(06) value 0.
01 day-seconds         PIC 9(05) value 0.
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

01 minutes-work        PIC 9(07)V9 value 0.
01 minutes-edited      PIC Z(06)9.9.
01 count-edited        PIC Z(06)9.
01 records-edited      PIC Z(08)9.
01 rate-edited         PIC Z(06)9.

PROCEDURE DIVISION.
  PERFORM Open-Perf-Report.
  PERFORM Read-Perf-Control.
  PERFORM Load-Run-Performance.
  PERFORM Compute-Trailing-Average.
  PERFORM Build-Day-Table.
  PERFORM Write-Perf-Heading.
  MOVE 0 TO day-idx.
  PERFORM Report-One-Day UNTIL day-idx = 7.
  PERFORM Write-Perf-Totals.
  CLOSE PERF-RPT-FILE.
  STOP RUN.

Open-Perf-Report.
  ACCEPT report-date FROM DATE YYYYMMDD.
  OPEN OUTPUT PERF-RPT-FILE.
  IF perf-rpt-status NOT = "00"
    DISPLAY "ERROR: cannot open PERFRPT, status "perf-rpt-status
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  .

Read-Perf-Control.
  MOVE report-date TO week-ending-date.
  OPEN INPUT PERF-CTL-FILE.
  IF perf-ctl-status = "00"
    READ PERF-CTL-FILE
      AT END
        DISPLAY "WARNING: PERFCTL is empty, using a 0060 minute batch window"
      NOT AT END
        IF PC-WEEK-ENDING NUMERIC AND PC-WEEK-ENDING NOT = "00000000"
          MOVE PC-WEEK-ENDING TO week-ending-date
        END-IF
        IF PC-WINDOW-MINUTES NUMERIC AND PC-WINDOW-MINUTES NOT = "0000"
          MOVE PC-WINDOW-MINUTES TO window-minutes
        ELSE
          DISPLAY "WARNING: invalid batch window on PERFCTL, using 0060 minutes"
        END-IF
        IF PC-SLOW-PERCENT NUMERIC AND PC-SLOW-PERCENT NOT = "000"
          MOVE PC-SLOW-PERCENT TO slow-percent
        END-IF
        IF PC-TRAILING-DAYS NUMERIC AND PC-TRAILING-DAYS NOT = "000"
          MOVE PC-TRAILING-DAYS TO trailing-days
        END-IF
    END-READ
    CLOSE PERF-CTL-FILE
  ELSE
    DISPLAY "WARNING: no PERFCTL control file, using a 0060 minute batch window"
  END-IF.
  COMPUTE window-seconds = window-minutes * 60.
  MOVE week-ending-date TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE day-number TO week-end-day.
  COMPUTE week-start-day = week-end-day - 6.
  COMPUTE trailing-start-day = week-start-day - trailing-days.
  .

Load-Run-Performance.
  MOVE SPACES TO run-table.
  OPEN INPUT PERF-FILE.
  IF perf-file-status NOT = "00"
    DISPLAY "ERROR: cannot open RUNPERF, status "perf-file-status
    MOVE "NO RUN PERFORMANCE HISTORY AVAILABLE" TO PERF-RPT-LINE
    WRITE PERF-RPT-LINE
    CLOSE PERF-RPT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.
  PERFORM Load-Perf-Record UNTIL perf-at-eof.
  CLOSE PERF-FILE.
  IF run-table-overflowed
    DISPLAY "WARNING: RUNPERF holds more than 500 runs in the report and"
        " trailing window, later runs not reported"
  END-IF.
  .

Load-Perf-Record.
  READ PERF-FILE
    AT END MOVE "Y" TO perf-eof-sw
    NOT AT END
      IF PF-START-DATE NUMERIC AND PF-START-TIME NUMERIC
          AND PF-END-DATE NUMERIC AND PF-END-TIME NUMERIC
          AND PF-RECORDS NUMERIC AND PF-ELAPSED-SECS NUMERIC
        ADD 1 TO segments-read
        PERFORM Tally-Perf-Segment
      END-IF
  END-READ.
  .

Tally-Perf-Segment.
  MOVE PF-START-DATE TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE day-number TO segment-start-day.
  MOVE PF-START-TIME TO time-of-day.
  PERFORM Compute-Day-Seconds.
  COMPUTE segment-start-abs = (day-number * 86400) + day-seconds.
  MOVE PF-END-DATE TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE PF-END-TIME TO time-of-day.
  PERFORM Compute-Day-Seconds.
  COMPUTE segment-end-abs = (day-number * 86400) + day-seconds.
  MOVE 0 TO run-found-idx.
  MOVE 0 TO run-idx.
  PERFORM Find-Run-Entry
      UNTIL run-found-idx > 0 OR run-idx NOT LESS THAN run-count.
  IF run-found-idx = 0
    IF PF-RUN-ID = skipped-run-id
        OR segment-start-day < trailing-start-day
        OR segment-start-day > week-end-day
      MOVE PF-RUN-ID TO skipped-run-id
    ELSE
      PERFORM Add-Run-Entry
    END-IF
  END-IF.
  IF run-found-idx > 0
    ADD 1 TO run-segments(run-found-idx)
    ADD PF-RECORDS TO run-records(run-found-idx)
    ADD PF-ELAPSED-SECS TO run-active-secs(run-found-idx)
    IF segment-start-abs < run-start-abs(run-found-idx)
      MOVE segment-start-abs TO run-start-abs(run-found-idx)
      MOVE PF-START-DATE TO run-start-date(run-found-idx)
      MOVE PF-START-TIME TO run-start-time(run-found-idx)
      MOVE segment-start-day TO run-start-day(run-found-idx)
    END-IF
    IF segment-end-abs NOT LESS THAN run-end-abs(run-found-idx)
      MOVE segment-end-abs TO run-end-abs(run-found-idx)
      MOVE PF-SEGMENT-STATUS TO run-last-status(run-found-idx)
    END-IF
  END-IF.
  .

Add-Run-Entry.
  IF run-count = 500
    MOVE "Y" TO run-over-sw
  ELSE
    ADD 1 TO run-count
    MOVE run-count TO run-found-idx
    MOVE PF-RUN-ID TO run-id-key(run-found-idx)
    MOVE PF-PARTNER-ID TO run-partner-id(run-found-idx)
    MOVE segment-start-abs TO run-start-abs(run-found-idx)
    MOVE segment-end-abs TO run-end-abs(run-found-idx)
    MOVE PF-START-DATE TO run-start-date(run-found-idx)
    MOVE PF-START-TIME TO run-start-time(run-found-idx)
    MOVE segment-start-day TO run-start-day(run-found-idx)
    MOVE 0 TO run-records(run-found-idx)
    MOVE 0 TO run-active-secs(run-found-idx)
    MOVE 0 TO run-segments(run-found-idx)
    MOVE PF-SEGMENT-STATUS TO run-last-status(run-found-idx)
  END-IF.
  .

Find-Run-Entry.
  ADD 1 TO run-idx.
  IF run-id-key(run-idx) = PF-RUN-ID
    MOVE run-idx TO run-found-idx
  END-IF.
  .

Compute-Trailing-Average.
  MOVE 0 TO run-idx.
  PERFORM Tally-Trailing-Run UNTIL run-idx NOT LESS THAN run-count.
  IF trailing-secs > 0
    MOVE "Y" TO trailing-known-sw
    COMPUTE trailing-rate ROUNDED = (trailing-records * 60) / trailing-secs
  END-IF.
  .

Tally-Trailing-Run.
  ADD 1 TO run-idx.
  IF run-start-day(run-idx) NOT LESS THAN trailing-start-day
      AND run-start-day(run-idx) < week-start-day
      AND run-last-status(run-idx) = "COMPLETE"
    ADD 1 TO trailing-runs
    ADD run-records(run-idx) TO trailing-records
    ADD run-active-secs(run-idx) TO trailing-secs
  END-IF.
  .

Build-Day-Table.
  MOVE week-ending-date TO prev-date.
  MOVE 7 TO day-idx.
  PERFORM Build-One-Day UNTIL day-idx = 0.
  .

Build-One-Day.
  MOVE prev-date TO day-date(day-idx).
  COMPUTE day-day-number(day-idx) = week-start-day + day-idx - 1.
  PERFORM Step-Back-One-Date.
  SUBTRACT 1 FROM day-idx.
  .

Step-Back-One-Date.
  DIVIDE prev-date BY 10000 GIVING prev-yyyy REMAINDER prev-md.
  DIVIDE prev-md BY 100 GIVING prev-mm REMAINDER prev-dd.
  IF prev-dd > 1
    SUBTRACT 1 FROM prev-dd
  ELSE
    IF prev-mm = 1
      MOVE 12 TO prev-mm
      SUBTRACT 1 FROM prev-yyyy
    ELSE
      SUBTRACT 1 FROM prev-mm
    END-IF
    MOVE month-days(prev-mm) TO prev-dd
    IF prev-mm = 2
      DIVIDE prev-yyyy BY 4 GIVING leap-quot REMAINDER leap-rem4
      DIVIDE prev-yyyy BY 100 GIVING leap-quot REMAINDER leap-rem100
      DIVIDE prev-yyyy BY 400 GIVING leap-quot REMAINDER leap-rem400
      IF leap-rem4 = 0 AND (leap-rem100 NOT = 0 OR leap-rem400 = 0)
        MOVE 29 TO prev-dd
      END-IF
    END-IF
  END-IF.
  COMPUTE prev-date = (prev-yyyy * 10000) + (prev-mm * 100) + prev-dd.
  .

Write-Perf-Heading.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "BATCH WINDOW PERFORMANCE  WEEK ENDING " week-ending-date
      "  RUN DATE: " report-date
      DELIMITED BY SIZE INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "BATCH WINDOW: " window-minutes " MINUTES"
      "  SLOW RUN: BELOW " slow-percent "% OF TRAILING AVERAGE"
      DELIMITED BY SIZE INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE SPACES TO PERF-RPT-LINE.
  IF trailing-is-known
    MOVE trailing-rate TO rate-edited
    MOVE trailing-runs TO count-edited
    STRING "TRAILING AVERAGE (" trailing-days " DAYS BEFORE WEEK): "
        rate-edited " RECORDS/MIN OVER " count-edited " RUNS"
        DELIMITED BY SIZE INTO PERF-RPT-LINE
  ELSE
    STRING "TRAILING AVERAGE (" trailing-days " DAYS BEFORE WEEK): "
        "NO COMPLETED RUNS, SLOW RUNS NOT FLAGGED"
        DELIMITED BY SIZE INTO PERF-RPT-LINE
  END-IF.
  WRITE PERF-RPT-LINE.
  MOVE SPACES TO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "DAY  DATE     RUNS    RECORDS   ELAPSED MIN  RECORDS/MIN     FLAGGED"
      DELIMITED BY SIZE INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  .

Report-One-Day.
  ADD 1 TO day-idx.
  MOVE 0 TO day-runs.
  MOVE 0 TO day-records.
  MOVE 0 TO day-elapsed-secs.
  MOVE 0 TO day-active-secs.
  MOVE 0 TO day-flagged.
  MOVE 0 TO run-idx.
  PERFORM Tally-Day-Run UNTIL run-idx NOT LESS THAN run-count.
  DIVIDE day-day-number(day-idx) BY 7 GIVING day-mod-quot
      REMAINDER day-name-idx.
  COMPUTE day-name-idx = (day-name-idx * 3) + 1.
  MOVE day-names(day-name-idx:3) TO day-name.
  MOVE day-records TO rate-records.
  MOVE day-active-secs TO rate-secs.
  PERFORM Compute-Rate.
  MOVE day-runs TO count-edited.
  MOVE day-records TO records-edited.
  COMPUTE minutes-work ROUNDED = day-elapsed-secs / 60.
  MOVE minutes-work TO minutes-edited.
  MOVE rate-result TO rate-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING day-name "  " day-date(day-idx) count-edited(3:5) "  "
      records-edited "    " minutes-edited "      " rate-edited
      DELIMITED BY SIZE INTO PERF-RPT-LINE.
  IF day-flagged > 0
    MOVE day-flagged TO count-edited
    MOVE count-edited TO PERF-RPT-LINE(62:7)
  END-IF.
  WRITE PERF-RPT-LINE.
  IF day-runs > 0
    MOVE 0 TO run-idx
    PERFORM Report-Day-Run UNTIL run-idx NOT LESS THAN run-count
  END-IF.
  .

Tally-Day-Run.
  ADD 1 TO run-idx.
  IF run-start-day(run-idx) = day-day-number(day-idx)
    PERFORM Assess-Run
    ADD 1 TO day-runs
    ADD run-records(run-idx) TO day-records
    ADD run-elapsed-secs TO day-elapsed-secs
    ADD run-active-secs(run-idx) TO day-active-secs
    IF run-was-flagged
      ADD 1 TO day-flagged
    END-IF
  END-IF.
  .

Assess-Run.
  COMPUTE run-elapsed-secs = run-end-abs(run-idx) - run-start-abs(run-idx).
  MOVE run-records(run-idx) TO rate-records.
  MOVE run-active-secs(run-idx) TO rate-secs.
  PERFORM Compute-Rate.
  MOVE rate-result TO run-rate.
  MOVE "N" TO run-flag-sw.
  MOVE "N" TO run-over-window-sw.
  MOVE "N" TO run-slow-sw.
  MOVE "N" TO run-incomplete-sw.
  MOVE SPACES TO run-flags.
  MOVE 1 TO flag-pos.
  IF run-elapsed-secs > window-seconds
    STRING "OVER-WINDOW " DELIMITED BY SIZE
        INTO run-flags WITH POINTER flag-pos
    MOVE "Y" TO run-over-window-sw
    MOVE "Y" TO run-flag-sw
  END-IF.
  IF trailing-is-known AND run-last-status(run-idx) = "COMPLETE"
      AND (run-rate * 100) < (trailing-rate * slow-percent)
    STRING "SLOW " DELIMITED BY SIZE
        INTO run-flags WITH POINTER flag-pos
    MOVE "Y" TO run-slow-sw
    MOVE "Y" TO run-flag-sw
  END-IF.
  IF run-last-status(run-idx) NOT = "COMPLETE"
    STRING "INCOMPLETE " DELIMITED BY SIZE
        INTO run-flags WITH POINTER flag-pos
    MOVE "Y" TO run-incomplete-sw
    MOVE "Y" TO run-flag-sw
  END-IF.
  .

Report-Day-Run.
  ADD 1 TO run-idx.
  IF run-start-day(run-idx) = day-day-number(day-idx)
    PERFORM Assess-Run
    IF run-is-over-window
      ADD 1 TO week-over-window
    END-IF
    IF run-is-slow
      ADD 1 TO week-slow
    END-IF
    IF run-is-incomplete
      ADD 1 TO week-incomplete
    END-IF
    IF run-was-flagged
      ADD 1 TO week-flagged
    END-IF
    ADD 1 TO week-runs
    ADD run-records(run-idx) TO week-records
    ADD run-elapsed-secs TO week-elapsed-secs
    ADD run-active-secs(run-idx) TO week-active-secs
    MOVE run-records(run-idx) TO records-edited
    COMPUTE minutes-work ROUNDED = run-elapsed-secs / 60
    MOVE minutes-work TO minutes-edited
    MOVE run-rate TO rate-edited
    MOVE SPACES TO PERF-RPT-LINE
    STRING "     RUN " run-id-key(run-idx) " " run-partner-id(run-idx)
        " START " run-start-time(run-idx)(1:6)
        " SEGS " run-segments(run-idx)
        " " records-edited "    " minutes-edited "      " rate-edited
        "  " run-flags
        DELIMITED BY SIZE INTO PERF-RPT-LINE
    WRITE PERF-RPT-LINE
    IF run-was-flagged
      DISPLAY "BATCH RUN "run-id-key(run-idx)" ON "run-start-date(run-idx)
          " FLAGGED: "run-flags
    END-IF
  END-IF.
  .

Compute-Rate.
  IF rate-secs = 0
    COMPUTE rate-result = rate-records * 60
  ELSE
    COMPUTE rate-result ROUNDED = (rate-records * 60) / rate-secs
  END-IF.
  .

Write-Perf-Totals.
  MOVE SPACES TO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE week-records TO rate-records.
  MOVE week-active-secs TO rate-secs.
  PERFORM Compute-Rate.
  MOVE week-runs TO count-edited.
  MOVE week-records TO records-edited.
  COMPUTE minutes-work ROUNDED = week-elapsed-secs / 60.
  MOVE minutes-work TO minutes-edited.
  MOVE rate-result TO rate-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "WEEK          " count-edited(3:5) "  "
      records-edited "    " minutes-edited "      " rate-edited
      DELIMITED BY SIZE INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE SPACES TO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE week-over-window TO count-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "RUNS PAST BATCH WINDOW:   " count-edited DELIMITED BY SIZE
      INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE week-slow TO count-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "RUNS BELOW TRAILING RATE: " count-edited DELIMITED BY SIZE
      INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE week-incomplete TO count-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "RUNS NOT COMPLETED:       " count-edited DELIMITED BY SIZE
      INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  MOVE segments-read TO count-edited.
  MOVE SPACES TO PERF-RPT-LINE.
  STRING "RUN SEGMENTS READ:        " count-edited DELIMITED BY SIZE
      INTO PERF-RPT-LINE.
  WRITE PERF-RPT-LINE.
  IF week-flagged > 0
    MOVE 4 TO RETURN-CODE
  END-IF.
  DISPLAY "BATCH PERFORMANCE  WEEK ENDING "week-ending-date
      "  RUNS "week-runs"  FLAGGED "week-flagged.
  .

Compute-Day-Seconds.
  DIVIDE time-of-day BY 1000000 GIVING time-hh REMAINDER time-rest.
  DIVIDE time-rest BY 10000 GIVING time-mm REMAINDER time-rest.
  DIVIDE time-rest BY 100 GIVING time-ss.
  COMPUTE day-seconds = (time-hh * 3600) + (time-mm * 60) + time-ss.
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

END PROGRAM BatchPerfReport.
