    SELECT REPORT-FILE ASSIGN TO "SOLVERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS report-file-status.
    SELECT ANALYSIS-RPT-FILE ASSIGN TO "ANALYRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS analysis-rpt-status.
    SELECT BULK-IN-FILE ASSIGN TO "SOLVEIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bulk-in-status.
    SELECT BULK-OUT-FILE ASSIGN TO "SOLVEOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bulk-out-status.
    SELECT BULK-EXC-FILE ASSIGN TO "SOLVEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bulk-exc-status.
    SELECT BULK-RPT-FILE ASSIGN TO "BULKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bulk-rpt-status.
    SELECT RESTART-FILE ASSIGN TO "RESTART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS restart-file-status.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC manifest-file-name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifest-file-status.
    SELECT PERF-FILE ASSIGN TO "RUNPERF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS perf-file-status.
    SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS oper-auth-status.
        ACCESS MODE IS RANDOM
        RECORD KEY IS KL-KEY-NAME
        FILE STATUS IS key-lib-status.
    SELECT KEY-HIST-FILE ASSIGN TO "KEYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS key-hist-status.
    SELECT PARTNER-FILE ASSIGN TO "PARTNER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-PARTNER-ID
        FILE STATUS IS partner-status.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-LINE                PIC X(80).

FD  ANALYSIS-RPT-FILE.
01  ANALYSIS-RPT-LINE          PIC X(80).

FD  BULK-IN-FILE.
    COPY CIPHSLI.

FD  BULK-OUT-FILE.
    COPY CIPHSLV.

FD  BULK-EXC-FILE.
01  BULK-EXC-RECORD            PIC X(148).

FD  BULK-RPT-FILE.
01  BULK-RPT-LINE              PIC X(80).

FD  RESTART-FILE.
    COPY CIPHCKP.

    COPY CIPHBCK.

FD  MANIFEST-FILE.
01  MANIFEST-LINE              PIC X(160).

FD  PERF-FILE.
    COPY CIPHPRF.

FD  OPER-AUTH-FILE.
    COPY CIPHAUT.

FD  PARTNER-FILE.
    COPY CIPHPTN.

FD  KEY-HIST-FILE.
    COPY CIPHKHS.

WORKING-STORAGE SECTION.
01 phrase             PIC X(50) value "The quick brown fox jumps over the lazy dog".
01 content-len        PIC 99 value 50.
    88 batch-record-is-ok     value "Y".
01 batch-direction    PIC X(01) value "E".
    88 batch-dir-is-decrypt   value "D".
01 batch-dir-given-sw PIC X(01) value "N".
    88 batch-dir-was-given    value "Y".
01 record-action      PIC X(01) value "E".
    88 record-is-decrypt      value "D".
01 record-cipher      PIC X(01) value "C".
    88 key-lib-is-open        value "Y".
01 key-found-sw       PIC X(01) value "N".
    88 key-was-found          value "Y".
01 batch-key-version  PIC 9(04) value 0.
01 audit-key-name     PIC X(08) value spaces.
01 key-check-date     PIC 9(08) value 0.
01 key-as-of-date     PIC 9(08) value 0.
01 key-as-of-sw       PIC X(01) value "N".
    88 key-as-of-requested    value "Y".
01 key-not-as-of-sw   PIC X(01) value "N".
    88 key-missing-as-of      value "Y".
01 key-hist-status    PIC X(02) value "00".
01 key-hist-eof-sw    PIC X(01) value "N".
    88 key-hist-at-eof        value "Y".
01 hist-table.
    05 hist-entry OCCURS 2000.
        10 hist-key-name     PIC X(08).
        10 hist-date         PIC 9(08).
        10 hist-action       PIC X(01).
        10 hist-before-image PIC X(48).
        10 hist-after-image  PIC X(48).
01 hist-count         PIC 9(04) value 0.
01 hist-idx           PIC 9(04) value 0.
01 hist-first-idx     PIC 9(04) value 0.
01 hist-pick-idx      PIC 9(04) value 0.
01 hist-over-sw       PIC X(01) value "N".
    88 hist-table-overflowed  value "Y".
01 run-date           PIC 9(08) value 0.
01 run-time-now       PIC 9(08) value 0.
01 run-id             PIC X(16) value spaces.
        10 dest-written-count PIC 9(07).
        10 dest-reject-count  PIC 9(07).
        10 dest-hash-total PIC 9(10).
        10 dest-enc-read-count     PIC 9(07).
        10 dest-enc-written-count  PIC 9(07).
        10 dest-enc-reject-count   PIC 9(07).
01 dest-count         PIC 9(02) value 0.
01 dest-idx           PIC 9(02) value 0.
01 dest-found-idx     PIC 9(02) value 0.
    88 batch-is-resuming      value "Y".
01 batch-skip-count   PIC 9(07) value 0.
01 batch-skip-idx     PIC 9(07) value 0.
01 perf-file-status   PIC X(02) value "00".
01 seg-number         PIC 9(02) value 0.
01 seg-start-date     PIC 9(08) value 0.
01 seg-start-time     PIC 9(08) value 0.
01 seg-start-record   PIC 9(07) value 0.
01 prev-seg-known-sw  PIC X(01) value "N".
    88 prev-seg-was-known     value "Y".
01 prev-seg-number    PIC 9(02) value 0.
01 prev-seg-start-date   PIC 9(08) value 0.
01 prev-seg-start-time   PIC 9(08) value 0.
01 prev-seg-start-record PIC 9(07) value 0.
01 prev-seg-last-date    PIC 9(08) value 0.
01 prev-seg-last-time    PIC 9(08) value 0.
01 prev-seg-last-record  PIC 9(07) value 0.
01 elapsed-work       PIC S9(09) value 0.
01 start-day-number   PIC 9(07) value 0.
01 start-day-seconds  PIC 9(05) value 0.
01 time-of-day        PIC 9(08) value 0.
01 time-hh            PIC 9(02) value 0.
01 time-mm            PIC 9(02) value 0.
01 time-ss            PIC 9(02) value 0.
01 time-rest          PIC 9(06) value 0.
01 day-seconds        PIC 9(05) value 0.
01 day-calc-date      PIC 9(08) value 0.
01 day-calc-yyyy      PIC 9(04) value 0.
01 day-calc-mm        PIC 9(02) value 0.
01 day-calc-dd        PIC 9(02) value 0.
01 day-calc-md        PIC 9(04) value 0.
01 day-calc-y4        PIC 9(06) value 0.
01 day-calc-y100      PIC 9(06) value 0.
01 day-calc-y400      PIC 9(06) value 0.
01 day-calc-mdays     PIC 9(04) value 0.
01 day-number         PIC 9(07) value 0.
01 run-reg-eof-sw     PIC X(01) value "N".
    88 run-reg-at-eof         value "Y".
01 run-done-sw        PIC X(01) value "N".
01 batch-ctl-ok-sw    PIC X(01) value "Y".
    88 batch-ctl-is-ok        value "Y".
01 out-partner-id     PIC X(08) value "CIPHOPS".
01 partner-status     PIC X(02) value "00".
01 partner-found-sw   PIC X(01) value "N".
    88 partner-was-found      value "Y".
01 partner-rules-sw   PIC X(01) value "N".
    88 partner-rules-apply    value "Y".
01 batch-partner.
    05 ptn-partner-id     PIC X(08).
    05 ptn-status         PIC X(01).
    05 ptn-default-dir    PIC X(01).
    05 ptn-out-partner-id PIC X(08).
    05 ptn-dest-codes.
        10 ptn-dest-code OCCURS 10 PIC X(03).
    05 ptn-key-names.
        10 ptn-key-name OCCURS 8 PIC X(08).
01 ptn-idx            PIC 9(02) value 0.
01 ptn-match-sw       PIC X(01) value "N".
    88 ptn-entry-matched      value "Y".
01 ptn-check-dest     PIC X(03) value spaces.
01 fp-first-digest    PIC X(10) value spaces.
01 fp-file-digest     PIC X(10) value spaces.
01 fp-running-sum     PIC 9(09) value 0.
    88 max-shift-is-valid     value "Y".

01 audit-file-status  PIC X(02) value "00".
01 audit-eof-sw       PIC X(01) value "N".
    88 audit-at-eof           value "Y".
01 audit-chain-prev   PIC 9(10) value 0.
01 operator-id         PIC X(08) value "UNKNOWN".
01 audit-action        PIC X(12) value spaces.

        10 auth-key-limit    PIC X(01).
        10 auth-key-names.
            15 auth-key-name OCCURS 8 PIC X(08).
        10 auth-mode-analyze PIC X(01).
01 auth-count         PIC 9(02) value 0.
01 auth-idx           PIC 9(02) value 0.
01 auth-found-idx     PIC 9(02) value 0.
    88 mode-is-decrypt-only   value "2".
    88 mode-is-full-solve     value "3".
    88 mode-is-keyword        value "4".
    88 mode-is-kw-analysis    value "5".
01 mode-choice         PIC X(01) value space.
01 mode-valid-sw       PIC X(01) value "N".
    88 mode-is-valid          value "Y".
01 letter-index        PIC 99 value 0.
01 letter-scan-pos     PIC 99 value 0.

01 analysis-rpt-status PIC X(02) value "00".
01 freq-weight-values.
    05 FILLER PIC X(78) value "065012022034102020016049056001006033020057060015001050053075023008017001016001".
    05 FILLER PIC X(42) value "002002002002002002002002002002180005005002".
01 freq-weight-table REDEFINES freq-weight-values.
    05 freq-weight OCCURS 40 PIC 9(03).
01 cipher-text         PIC X(50) value spaces.
01 cipher-content-len  PIC 99 value 0.
01 kw-len-limit        PIC 99 value 0.
01 trial-len           PIC 99 value 0.
01 column-idx          PIC 99 value 0.
01 column-pos          PIC 99 value 0.
01 column-char-count   PIC 9(03) value 0.
01 symbol-idx          PIC 99 value 0.
01 symbol-count-table.
    05 symbol-count OCCURS 40 PIC 9(03).
01 coincidence-sum     PIC 9(07) value 0.
01 coincidence-pairs   PIC 9(07) value 0.
01 length-table.
    05 length-entry OCCURS 16.
        10 length-ic        PIC 9(05).
        10 length-picked-sw PIC X(01).
            88 length-was-picked      value "Y".
01 best-length         PIC 99 value 0.
01 best-length-ic      PIC 9(05) value 0.
01 shift-try           PIC 99 value 0.
01 trial-shift         PIC 99 value 0.
01 column-score        PIC 9(05) value 0.
01 best-column-shift   PIC 99 value 0.
01 best-column-score   PIC 9(05) value 0.
01 analysis-table.
    05 analysis-entry OCCURS 5.
        10 analysis-len        PIC 99.
        10 analysis-ic         PIC 9(05).
        10 analysis-keyword    PIC X(16).
        10 analysis-score      PIC 9(03).
        10 analysis-freq-score PIC 9(06).
        10 analysis-text       PIC X(50).
        10 analysis-ranked-sw  PIC X(01).
            88 analysis-was-ranked    value "Y".
01 analysis-count      PIC 9(02) value 0.
01 analysis-idx        PIC 9(02) value 0.
01 best-analysis-idx   PIC 9(02) value 0.
01 analysis-rank       PIC 9(02) value 0.

01 bulk-in-status      PIC X(02) value "00".
01 bulk-out-status     PIC X(02) value "00".
01 bulk-exc-status     PIC X(02) value "00".
01 bulk-rpt-status     PIC X(02) value "00".
01 bulk-in-eof-sw      PIC X(01) value "N".
    88 bulk-in-at-eof         value "Y".
01 bulk-threshold      PIC 9(03) value 50.
01 bulk-cipher-text    PIC X(50) value spaces.
01 bulk-shift          PIC 99 value 0.
01 runner-candidate-idx   PIC 9(02) value 0.
01 runner-candidate-score PIC 9(03) value 0.
01 bulk-read-count     PIC 9(07) value 0.
01 bulk-solved-count   PIC 9(07) value 0.
01 bulk-lowconf-count  PIC 9(07) value 0.
01 bulk-tied-count     PIC 9(07) value 0.
01 bulk-unsolved-count PIC 9(07) value 0.
01 bulk-count-edited   PIC Z(06)9.

LINKAGE SECTION.
01 LK-PARM-AREA.
    05 LK-PARM-LENGTH      PIC S9(4) COMP.
          PERFORM Decrypt-Only-Run
        WHEN "4"
          PERFORM Keyword-Run
        WHEN "5"
          PERFORM Keyword-Analysis-Run
        WHEN "6"
          PERFORM Bulk-Solve-Run
        WHEN OTHER
          INSPECT phrase CONVERTING lowercase-letters TO uppercase-letters
          PERFORM Compute-Content-Length
        END-IF
        IF CTL-BATCH-DIR = "E" OR CTL-BATCH-DIR = "D"
          MOVE CTL-BATCH-DIR TO batch-direction
          MOVE "Y" TO batch-dir-given-sw
        ELSE
          IF CTL-BATCH-DIR NOT = SPACE
            DISPLAY "WARNING: batch direction on SYSIN must be E or D, defaulting to E"
          END-IF
        END-IF
        IF CTL-SOLVE-THRESHOLD NUMERIC
            AND CTL-SOLVE-THRESHOLD NOT LESS THAN "001"
            AND CTL-SOLVE-THRESHOLD NOT GREATER THAN "100"
          MOVE CTL-SOLVE-THRESHOLD TO bulk-threshold
        ELSE
          IF CTL-SOLVE-THRESHOLD NOT = SPACES
            DISPLAY "WARNING: solve threshold on SYSIN must be 001 to 100 percent, using 050"
          END-IF
        END-IF
        IF CTL-AS-OF-DATE NUMERIC AND CTL-AS-OF-DATE NOT = "00000000"
          MOVE CTL-AS-OF-DATE TO key-as-of-date
          MOVE "Y" TO key-as-of-sw
        ELSE
          IF CTL-AS-OF-DATE NOT = SPACES
            DISPLAY "WARNING: key as-of date on SYSIN must be YYYYMMDD, current keys will be used"
          END-IF
        END-IF
    END-READ
    CLOSE CONTROL-FILE
  END-IF.
  IF parm-has-mode
    IF operator-mode NOT = "1" AND operator-mode NOT = "2"
        AND operator-mode NOT = "3" AND operator-mode NOT = "4"
        AND operator-mode NOT = "5" AND operator-mode NOT = "6"
      DISPLAY "WARNING: invalid mode code supplied via PARM/SYSIN, defaulting to Full-Solve"
      MOVE "3" TO operator-mode
    END-IF
    ELSE
      DISPLAY " "
      DISPLAY "Select a mode: (1) Encrypt only  (2) Decrypt only  (3) Full solve  (4) Keyword cipher"
      DISPLAY "               (5) Keyword analysis  (6) Bulk solve"
      DISPLAY "Enter your choice: "
      ACCEPT mode-choice
      MOVE mode-choice TO operator-mode
Check-Mode-Choice.
  IF operator-mode = "1" OR operator-mode = "2"
      OR operator-mode = "3" OR operator-mode = "4"
      OR operator-mode = "5" OR operator-mode = "6"
    MOVE "Y" TO mode-valid-sw
  ELSE
    DISPLAY "Choice must be 1, 2, 3, 4, 5, or 6.  Please re-enter: "
    ACCEPT mode-choice
    MOVE mode-choice TO operator-mode
  END-IF.
  END-IF.
  .

Keyword-Analysis-Run.
  IF raw-phrase-input = SPACES
    IF running-unattended
      DISPLAY "ERROR: no ciphertext supplied via PARM/SYSIN for keyword analysis while running unattended"
    ELSE
      DISPLAY "Enter the keyword-enciphered phrase to analyze: "
      ACCEPT raw-phrase-input
    END-IF
  END-IF.
  IF raw-phrase-input NOT = SPACES
    MOVE raw-phrase-input(1:50) TO phrase
    INSPECT phrase CONVERTING lowercase-letters TO uppercase-letters
    PERFORM Compute-Content-Length
    MOVE 0 TO shift
    PERFORM Check-Raw-Phrase-Length
    MOVE phrase TO cipher-text
    MOVE content-len TO cipher-content-len
    IF cipher-content-len LESS THAN 4
      DISPLAY "ERROR: ciphertext must be at least 4 characters for keyword analysis"
    ELSE
      DIVIDE cipher-content-len BY 2 GIVING kw-len-limit
      IF kw-len-limit GREATER THAN 16
        MOVE 16 TO kw-len-limit
      END-IF
      PERFORM Load-Word-List
      MOVE SPACES TO length-table
      MOVE 0 TO trial-len
      PERFORM Measure-Length-Coincidence
          UNTIL trial-len NOT LESS THAN kw-len-limit
      MOVE SPACES TO analysis-table
      MOVE 0 TO analysis-count
      PERFORM Pick-Likely-Length
          UNTIL analysis-count = 5 OR analysis-count = kw-len-limit
      MOVE 0 TO analysis-idx
      PERFORM Build-Analysis-Candidate
          UNTIL analysis-idx NOT LESS THAN analysis-count
      PERFORM Write-Analysis-Report
      MOVE cipher-text TO phrase
      MOVE cipher-content-len TO content-len
      MOVE 0 TO shift
      MOVE "KW-ANALYSIS" TO audit-action
      PERFORM Write-Audit-Record
    END-IF
  END-IF.
  .

Measure-Length-Coincidence.
  ADD 1 TO trial-len.
  MOVE 0 TO coincidence-sum.
  MOVE 0 TO coincidence-pairs.
  MOVE 0 TO column-idx.
  PERFORM Measure-Column-Coincidence UNTIL column-idx = trial-len.
  IF coincidence-pairs > 0
    COMPUTE length-ic(trial-len) = (coincidence-sum * 1000) / coincidence-pairs
  ELSE
    MOVE 0 TO length-ic(trial-len)
  END-IF.
  MOVE "N" TO length-picked-sw(trial-len).
  .

Measure-Column-Coincidence.
  ADD 1 TO column-idx.
  MOVE ZEROES TO symbol-count-table.
  MOVE 0 TO column-char-count.
  MOVE column-idx TO column-pos.
  PERFORM Tally-Column-Symbol UNTIL column-pos GREATER THAN cipher-content-len.
  MOVE 0 TO symbol-idx.
  PERFORM Sum-Symbol-Coincidence UNTIL symbol-idx = 40.
  COMPUTE coincidence-pairs = coincidence-pairs
      + (column-char-count * (column-char-count - 1)).
  .

Tally-Column-Symbol.
  MOVE cipher-text(column-pos:1) TO alpha-search-char.
  PERFORM Find-Alphabet-Index.
  IF alpha-index > 0
    ADD 1 TO symbol-count(alpha-index)
    ADD 1 TO column-char-count
  END-IF.
  ADD trial-len TO column-pos.
  .

Sum-Symbol-Coincidence.
  ADD 1 TO symbol-idx.
  IF symbol-count(symbol-idx) > 1
    COMPUTE coincidence-sum = coincidence-sum
        + (symbol-count(symbol-idx) * (symbol-count(symbol-idx) - 1))
  END-IF.
  .

Pick-Likely-Length.
  MOVE 0 TO best-length.
  MOVE 0 TO best-length-ic.
  MOVE 0 TO trial-len.
  PERFORM Compare-Length-Coincidence UNTIL trial-len = kw-len-limit.
  ADD 1 TO analysis-count.
  MOVE "Y" TO length-picked-sw(best-length).
  MOVE best-length TO analysis-len(analysis-count).
  MOVE best-length-ic TO analysis-ic(analysis-count).
  MOVE 0 TO analysis-score(analysis-count).
  MOVE 0 TO analysis-freq-score(analysis-count).
  MOVE "N" TO analysis-ranked-sw(analysis-count).
  .

Compare-Length-Coincidence.
  ADD 1 TO trial-len.
  IF NOT length-was-picked(trial-len)
    IF best-length = 0 OR length-ic(trial-len) > best-length-ic
      MOVE trial-len TO best-length
      MOVE length-ic(trial-len) TO best-length-ic
    END-IF
  END-IF.
  .

Build-Analysis-Candidate.
  ADD 1 TO analysis-idx.
  MOVE analysis-len(analysis-idx) TO trial-len.
  MOVE SPACES TO keyword.
  MOVE 0 TO column-idx.
  PERFORM Solve-Column-Shift UNTIL column-idx = trial-len.
  MOVE keyword TO analysis-keyword(analysis-idx).
  MOVE trial-len TO keyword-len.
  MOVE cipher-text TO phrase.
  MOVE cipher-content-len TO content-len.
  PERFORM Keyword-Decipher.
  MOVE phrase TO analysis-text(analysis-idx).
  IF word-list-was-loaded
    PERFORM Score-Candidate
    MOVE candidate-work-score TO analysis-score(analysis-idx)
  END-IF.
  .

Solve-Column-Shift.
  ADD 1 TO column-idx.
  MOVE 0 TO best-column-shift.
  MOVE 0 TO best-column-score.
  MOVE 0 TO shift-try.
  PERFORM Score-Column-Shift UNTIL shift-try = 26.
  MOVE uppercase-letters(best-column-shift + 1:1) TO keyword(column-idx:1).
  ADD best-column-score TO analysis-freq-score(analysis-idx).
  .

Score-Column-Shift.
  ADD 1 TO shift-try.
  COMPUTE trial-shift = shift-try - 1.
  MOVE 0 TO column-score.
  MOVE column-idx TO column-pos.
  PERFORM Weigh-Column-Char UNTIL column-pos GREATER THAN cipher-content-len.
  IF shift-try = 1 OR column-score > best-column-score
    MOVE trial-shift TO best-column-shift
    MOVE column-score TO best-column-score
  END-IF.
  .

Weigh-Column-Char.
  MOVE cipher-text(column-pos:1) TO alpha-search-char.
  PERFORM Find-Alphabet-Index.
  IF alpha-index > 0
    COMPUTE char-idx = alpha-index - trial-shift
    IF char-idx LESS THAN 1
      ADD 40 TO char-idx
    END-IF
    ADD freq-weight(char-idx) TO column-score
  END-IF.
  ADD trial-len TO column-pos.
  .

Write-Analysis-Report.
  OPEN OUTPUT ANALYSIS-RPT-FILE.
  IF analysis-rpt-status NOT = "00"
    DISPLAY "WARNING: cannot open ANALYRPT, status "analysis-rpt-status
  ELSE
    ACCEPT report-date FROM DATE YYYYMMDD
    MOVE "CAESARCIPHER KEYWORD ANALYSIS REPORT" TO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    MOVE SPACES TO ANALYSIS-RPT-LINE
    STRING "RUN DATE: " report-date "  RUN " run-id
        DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    MOVE SPACES TO ANALYSIS-RPT-LINE
    STRING "CIPHERTEXT: " cipher-text
        DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    MOVE SPACES TO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    MOVE "KEYWORD LENGTH ESTIMATES - COINCIDENCE PER 1000 PAIRS (* = TRIED)"
        TO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    MOVE 0 TO trial-len
    PERFORM Write-Length-Estimate-Line UNTIL trial-len = kw-len-limit
    MOVE SPACES TO ANALYSIS-RPT-LINE
    WRITE ANALYSIS-RPT-LINE
    IF word-list-was-loaded
      MOVE "CANDIDATE KEYWORDS - RANKED BY WORD-LIST MATCHES"
          TO ANALYSIS-RPT-LINE
    ELSE
      MOVE "CANDIDATE KEYWORDS - NO WORD LIST, RANKED BY LETTER FREQUENCY"
          TO ANALYSIS-RPT-LINE
    END-IF
    WRITE ANALYSIS-RPT-LINE
    MOVE 0 TO analysis-rank
    PERFORM Write-Analysis-Rank-Line UNTIL analysis-rank = analysis-count
    CLOSE ANALYSIS-RPT-FILE
  END-IF.
  .

Write-Length-Estimate-Line.
  ADD 1 TO trial-len.
  MOVE SPACES TO ANALYSIS-RPT-LINE.
  STRING "  LENGTH " trial-len "  COINCIDENCE " length-ic(trial-len)
      DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE.
  IF length-was-picked(trial-len)
    MOVE "*" TO ANALYSIS-RPT-LINE(36:1)
  END-IF.
  WRITE ANALYSIS-RPT-LINE.
  .

Write-Analysis-Rank-Line.
  MOVE 0 TO best-analysis-idx.
  MOVE 0 TO analysis-idx.
  PERFORM Pick-Best-Analysis UNTIL analysis-idx = analysis-count.
  ADD 1 TO analysis-rank.
  MOVE SPACES TO ANALYSIS-RPT-LINE.
  STRING "RANK " analysis-rank
      "  LENGTH " analysis-len(best-analysis-idx)
      "  KEYWORD " analysis-keyword(best-analysis-idx)
      "  WORDS " analysis-score(best-analysis-idx)
      "  FREQ " analysis-freq-score(best-analysis-idx)
      DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE.
  WRITE ANALYSIS-RPT-LINE.
  MOVE SPACES TO ANALYSIS-RPT-LINE.
  STRING "  TRIAL: " analysis-text(best-analysis-idx)
      DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE.
  WRITE ANALYSIS-RPT-LINE.
  IF analysis-rank = 1
    DISPLAY "MOST LIKELY KEYWORD: "analysis-keyword(best-analysis-idx)
        " ("analysis-score(best-analysis-idx)" words matched)"
    DISPLAY "Deciphered: "analysis-text(best-analysis-idx)
  END-IF.
  MOVE "Y" TO analysis-ranked-sw(best-analysis-idx).
  .

Pick-Best-Analysis.
  ADD 1 TO analysis-idx.
  IF NOT analysis-was-ranked(analysis-idx)
    IF best-analysis-idx = 0
        OR analysis-score(analysis-idx) > analysis-score(best-analysis-idx)
        OR (analysis-score(analysis-idx) = analysis-score(best-analysis-idx)
        AND analysis-freq-score(analysis-idx)
            > analysis-freq-score(best-analysis-idx))
      MOVE analysis-idx TO best-analysis-idx
    END-IF
  END-IF.
  .

Open-Audit-File.
  PERFORM Load-Audit-Chain.
  OPEN EXTEND AUDIT-FILE.
  IF audit-file-status NOT = "00"
    OPEN OUTPUT AUDIT-FILE
  CLOSE AUDIT-FILE.
  .

Load-Audit-Chain.
  MOVE 0 TO audit-chain-prev.
  MOVE "N" TO audit-eof-sw.
  OPEN INPUT AUDIT-FILE.
  IF audit-file-status = "00"
    PERFORM Read-Audit-Chain UNTIL audit-at-eof
    CLOSE AUDIT-FILE
  END-IF.
  .

Read-Audit-Chain.
  READ AUDIT-FILE
    AT END MOVE "Y" TO audit-eof-sw
    NOT AT END
      IF AUD-CHAIN IS NUMERIC
        MOVE AUD-CHAIN TO audit-chain-prev
      ELSE
        MOVE 0 TO audit-chain-prev
      END-IF
  END-READ.
  .

Write-Audit-Record.
  ACCEPT AUD-DATE FROM DATE YYYYMMDD.
  ACCEPT AUD-TIME FROM TIME.
  PERFORM Compute-Record-Digest.
  MOVE digest-out TO AUD-PHRASE-DIGEST.
  MOVE run-id TO AUD-RUN-ID.
  MOVE audit-key-name TO AUD-KEY-NAME.
  EVALUATE audit-action
    WHEN "TRUNC-WARN"
      MOVE "TR" TO AUD-RUN-OUTCOME
      MOVE "RF" TO AUD-RUN-OUTCOME
    WHEN "AUTH-DENY"
      MOVE "AD" TO AUD-RUN-OUTCOME
    WHEN "BULK-EXCEPT"
      MOVE "EX" TO AUD-RUN-OUTCOME
    WHEN OTHER
      MOVE "OK" TO AUD-RUN-OUTCOME
  END-EVALUATE.
  PERFORM Compute-Audit-Chain.
  WRITE AUDIT-RECORD.
  .

Compute-Audit-Chain.
  MOVE AUDIT-RECORD(1:74) TO digest-text.
  INSPECT digest-text CONVERTING lowercase-letters TO uppercase-letters.
  MOVE 74 TO digest-len.
  PERFORM Compute-Record-Digest.
  COMPUTE digest-work = (audit-chain-prev * 31) + digest-sum.
  DIVIDE digest-work BY 999999937 GIVING digest-quot
      REMAINDER audit-chain-prev.
  MOVE audit-chain-prev TO AUD-CHAIN.
  .

Check-Phrase-Length.
  MOVE "N" TO phrase-too-long-sw.
  IF phrase(50:1) NOT = SPACE
          IF auth-mode-keyword(auth-found-idx) NOT = "Y"
            MOVE "N" TO auth-ok-sw
          END-IF
        WHEN "5"
          IF auth-mode-analyze(auth-found-idx) NOT = "Y"
            MOVE "N" TO auth-ok-sw
          END-IF
        WHEN OTHER
          IF auth-mode-solve(auth-found-idx) NOT = "Y"
            MOVE "N" TO auth-ok-sw
    DISPLAY "ERROR: this BATCHIN was already processed by run "
        prior-run-id" on "prior-run-date", run refused"
    CLOSE BATCH-IN-FILE
    PERFORM Record-Run-Refused
    MOVE 8 TO RETURN-CODE
  ELSE
    IF fp-physical-count > 0
      PERFORM Validate-Batch-Control
      IF batch-ctl-is-ok
        PERFORM Validate-Batch-Partner
      END-IF
    END-IF
    IF NOT batch-ctl-is-ok
      CLOSE BATCH-IN-FILE
      PERFORM Record-Run-Refused
      MOVE 8 TO RETURN-CODE
    ELSE
      PERFORM Run-Validated-Batch
Run-Validated-Batch.
  MOVE SPACES TO dest-table.
  MOVE 0 TO dest-count.
  IF key-as-of-requested
    PERFORM Load-Key-History
  END-IF.
  IF fp-record-count > 0
    PERFORM Load-Batch-Checkpoint
  END-IF.
      PERFORM Record-Run-Started
    END-IF
  END-IF.
  PERFORM Start-Run-Segment.
  PERFORM Read-Batch-Record.
  IF batch-hdr-present AND NOT batch-in-at-eof
    PERFORM Read-Batch-Record
    PERFORM Record-Run-In-Register
    PERFORM Mark-Checkpoint-Complete
  END-IF.
  PERFORM Record-Run-Segment.
  .

Load-Batch-Checkpoint.
          MOVE BCK-REJECT-COUNT TO batch-reject-count
          MOVE BCK-DEST-COUNT TO dest-count
          MOVE BCK-DEST-TABLE TO dest-table
          MOVE "N" TO prev-seg-known-sw
          IF BCK-SEG-NUMBER NUMERIC AND BCK-SEG-NUMBER > 0
              AND BCK-SEG-START-DATE NUMERIC AND BCK-SEG-START-TIME NUMERIC
              AND BCK-SEG-START-RECORD NUMERIC
              AND BCK-LAST-DATE NUMERIC AND BCK-LAST-TIME NUMERIC
            MOVE "Y" TO prev-seg-known-sw
            MOVE BCK-SEG-NUMBER TO prev-seg-number
            MOVE BCK-SEG-START-DATE TO prev-seg-start-date
            MOVE BCK-SEG-START-TIME TO prev-seg-start-time
            MOVE BCK-SEG-START-RECORD TO prev-seg-start-record
            MOVE BCK-LAST-DATE TO prev-seg-last-date
            MOVE BCK-LAST-TIME TO prev-seg-last-time
            MOVE BCK-LAST-RECORD TO prev-seg-last-record
          END-IF
        END-IF
    END-READ
    CLOSE BATCH-CKP-FILE
  MOVE fp-file-digest TO RR-FILE-DIGEST.
  MOVE "STARTED" TO RR-STATUS.
  MOVE 0 TO RR-LAST-RECORD.
  MOVE hdr-partner-id TO RR-PARTNER-ID.
  WRITE RUN-REG-RECORD.
  CLOSE RUN-REG-FILE.
  .

Record-Run-Refused.
  OPEN EXTEND RUN-REG-FILE.
  IF run-reg-status NOT = "00"
    OPEN OUTPUT RUN-REG-FILE
  END-IF.
  MOVE run-id TO RR-RUN-ID.
  MOVE run-date TO RR-RUN-DATE.
  MOVE fp-record-count TO RR-RECORD-COUNT.
  MOVE fp-first-digest TO RR-FIRST-DIGEST.
  MOVE fp-file-digest TO RR-FILE-DIGEST.
  MOVE "REFUSED" TO RR-STATUS.
  MOVE 0 TO RR-LAST-RECORD.
  MOVE hdr-partner-id TO RR-PARTNER-ID.
  WRITE RUN-REG-RECORD.
  CLOSE RUN-REG-FILE.
  .
  MOVE "ACTIVE" TO BCK-STATUS.
  MOVE dest-count TO BCK-DEST-COUNT.
  MOVE dest-table TO BCK-DEST-TABLE.
  MOVE seg-number TO BCK-SEG-NUMBER.
  MOVE seg-start-date TO BCK-SEG-START-DATE.
  MOVE seg-start-time TO BCK-SEG-START-TIME.
  MOVE seg-start-record TO BCK-SEG-START-RECORD.
  ACCEPT BCK-LAST-DATE FROM DATE YYYYMMDD.
  ACCEPT BCK-LAST-TIME FROM TIME.
  WRITE BATCH-CHECKPOINT-RECORD.
  CLOSE BATCH-CKP-FILE.
  .
  MOVE "COMPLETE" TO BCK-STATUS.
  MOVE dest-count TO BCK-DEST-COUNT.
  MOVE dest-table TO BCK-DEST-TABLE.
  MOVE seg-number TO BCK-SEG-NUMBER.
  MOVE seg-start-date TO BCK-SEG-START-DATE.
  MOVE seg-start-time TO BCK-SEG-START-TIME.
  MOVE seg-start-record TO BCK-SEG-START-RECORD.
  ACCEPT BCK-LAST-DATE FROM DATE YYYYMMDD.
  ACCEPT BCK-LAST-TIME FROM TIME.
  WRITE BATCH-CHECKPOINT-RECORD.
  CLOSE BATCH-CKP-FILE.
  .

Start-Run-Segment.
  ACCEPT seg-start-date FROM DATE YYYYMMDD.
  ACCEPT seg-start-time FROM TIME.
  MOVE batch-skip-count TO seg-start-record.
  IF batch-is-resuming
    IF prev-seg-was-known
      PERFORM Record-Interrupted-Segment
      COMPUTE seg-number = prev-seg-number + 1
    ELSE
      MOVE 2 TO seg-number
    END-IF
  ELSE
    MOVE 1 TO seg-number
  END-IF.
  .

Record-Interrupted-Segment.
  MOVE SPACES TO RUN-PERF-RECORD.
  MOVE run-id TO PF-RUN-ID.
  MOVE prev-seg-number TO PF-SEGMENT.
  IF prev-seg-number = 1
    MOVE "INITIAL" TO PF-SEGMENT-TYPE
  ELSE
    MOVE "RESUME" TO PF-SEGMENT-TYPE
  END-IF.
  MOVE "ABORTED" TO PF-SEGMENT-STATUS.
  MOVE hdr-partner-id TO PF-PARTNER-ID.
  MOVE prev-seg-start-date TO PF-START-DATE.
  MOVE prev-seg-start-time TO PF-START-TIME.
  MOVE prev-seg-last-date TO PF-END-DATE.
  MOVE prev-seg-last-time TO PF-END-TIME.
  MOVE prev-seg-start-record TO PF-FIRST-RECORD.
  COMPUTE PF-RECORDS = prev-seg-last-record - prev-seg-start-record.
  PERFORM Write-Perf-Record.
  .

Record-Run-Segment.
  MOVE SPACES TO RUN-PERF-RECORD.
  MOVE run-id TO PF-RUN-ID.
  MOVE seg-number TO PF-SEGMENT.
  IF seg-number = 1
    MOVE "INITIAL" TO PF-SEGMENT-TYPE
  ELSE
    MOVE "RESUME" TO PF-SEGMENT-TYPE
  END-IF.
  MOVE "COMPLETE" TO PF-SEGMENT-STATUS.
  MOVE hdr-partner-id TO PF-PARTNER-ID.
  MOVE seg-start-date TO PF-START-DATE.
  MOVE seg-start-time TO PF-START-TIME.
  ACCEPT PF-END-DATE FROM DATE YYYYMMDD.
  ACCEPT PF-END-TIME FROM TIME.
  MOVE seg-start-record TO PF-FIRST-RECORD.
  COMPUTE PF-RECORDS = batch-read-count - seg-start-record.
  PERFORM Write-Perf-Record.
  DISPLAY "RUN "run-id" SEGMENT "PF-SEGMENT" RECORDS "PF-RECORDS
      " ELAPSED SECONDS "PF-ELAPSED-SECS" RECORDS PER MINUTE "PF-RATE-PER-MIN.
  .

Write-Perf-Record.
  MOVE PF-START-DATE TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE day-number TO start-day-number.
  MOVE PF-START-TIME TO time-of-day.
  PERFORM Compute-Day-Seconds.
  MOVE day-seconds TO start-day-seconds.
  MOVE PF-END-DATE TO day-calc-date.
  PERFORM Compute-Day-Number.
  MOVE PF-END-TIME TO time-of-day.
  PERFORM Compute-Day-Seconds.
  COMPUTE elapsed-work = ((day-number - start-day-number) * 86400)
      + day-seconds - start-day-seconds.
  IF elapsed-work < 0
    MOVE 0 TO elapsed-work
  END-IF.
  MOVE elapsed-work TO PF-ELAPSED-SECS.
  IF PF-ELAPSED-SECS = 0
    COMPUTE PF-RATE-PER-MIN = PF-RECORDS * 60
  ELSE
    COMPUTE PF-RATE-PER-MIN ROUNDED = (PF-RECORDS * 60) / PF-ELAPSED-SECS
  END-IF.
  OPEN EXTEND PERF-FILE.
  IF perf-file-status NOT = "00"
    OPEN OUTPUT PERF-FILE
  END-IF.
  IF perf-file-status NOT = "00"
    DISPLAY "WARNING: cannot open RUNPERF, status "perf-file-status
        ", run performance not recorded"
  ELSE
    WRITE RUN-PERF-RECORD
    CLOSE PERF-FILE
  END-IF.
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

Fingerprint-Batch-Input.
  MOVE 0 TO fp-record-count.
  MOVE 0 TO fp-physical-count.
  END-IF.
  .

Validate-Batch-Partner.
  MOVE "N" TO partner-rules-sw.
  MOVE "N" TO partner-found-sw.
  IF hdr-partner-id = SPACES
    DISPLAY "ERROR: BATCHIN header does not identify a partner, run refused"
    MOVE "N" TO batch-ctl-ok-sw
  ELSE
    OPEN INPUT PARTNER-FILE
    IF partner-status NOT = "00"
      DISPLAY "ERROR: cannot open PARTNER, status "partner-status
          ", run refused"
      MOVE "N" TO batch-ctl-ok-sw
    ELSE
      MOVE hdr-partner-id TO PM-PARTNER-ID
      READ PARTNER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO partner-found-sw
      END-READ
      IF NOT partner-was-found
        DISPLAY "ERROR: partner "hdr-partner-id
            " is not on the partner master, run refused"
        MOVE "N" TO batch-ctl-ok-sw
      ELSE
        IF PM-STATUS NOT = "A"
          DISPLAY "ERROR: partner "hdr-partner-id
              " is not active, run refused"
          MOVE "N" TO batch-ctl-ok-sw
        ELSE
          MOVE PARTNER-RECORD TO batch-partner
          MOVE "Y" TO partner-rules-sw
        END-IF
      END-IF
      CLOSE PARTNER-FILE
    END-IF
  END-IF.
  IF partner-rules-apply
    IF ptn-out-partner-id NOT = SPACES
      MOVE ptn-out-partner-id TO out-partner-id
    END-IF
    IF NOT batch-dir-was-given
        AND (ptn-default-dir = "E" OR ptn-default-dir = "D")
      MOVE ptn-default-dir TO batch-direction
    END-IF
  ELSE
    MOVE SPACES TO phrase
    MOVE 1 TO content-len
    MOVE 0 TO shift
    MOVE "BATCH-REFUSE" TO audit-action
    PERFORM Write-Audit-Record
  END-IF.
  .

Check-Partner-Rules.
  IF BI-DEST = SPACES
    MOVE "DFT" TO ptn-check-dest
  ELSE
    MOVE BI-DEST TO ptn-check-dest
  END-IF.
  MOVE "N" TO ptn-match-sw.
  MOVE 0 TO ptn-idx.
  PERFORM Match-Partner-Dest
      UNTIL ptn-entry-matched OR ptn-idx NOT LESS THAN 10.
  IF NOT ptn-entry-matched
    MOVE "DEST-NOT-ALLOWED" TO reject-reason
  ELSE
    IF BI-KEY-NAME NOT = SPACES
      MOVE "N" TO ptn-match-sw
      MOVE 0 TO ptn-idx
      PERFORM Match-Partner-Key
          UNTIL ptn-entry-matched OR ptn-idx NOT LESS THAN 8
      IF NOT ptn-entry-matched
        MOVE "KEY-NOT-ALLOWED" TO reject-reason
      END-IF
    END-IF
  END-IF.
  .

Match-Partner-Dest.
  ADD 1 TO ptn-idx.
  IF ptn-dest-code(ptn-idx) = ptn-check-dest
    MOVE "Y" TO ptn-match-sw
  END-IF.
  .

Match-Partner-Key.
  ADD 1 TO ptn-idx.
  IF ptn-key-name(ptn-idx) = BI-KEY-NAME
    MOVE "Y" TO ptn-match-sw
  END-IF.
  .

Compute-Record-Digest.
  MOVE 0 TO digest-sum.
  MOVE 0 TO digest-pos.
  MOVE fp-file-digest TO RR-FILE-DIGEST.
  MOVE "COMPLETE" TO RR-STATUS.
  MOVE fp-record-count TO RR-LAST-RECORD.
  MOVE hdr-partner-id TO RR-PARTNER-ID.
  WRITE RUN-REG-RECORD.
  CLOSE RUN-REG-FILE.
  .

Process-Batch-Data-Record.
  ADD 1 TO batch-read-count.
  MOVE BI-KEY-NAME TO audit-key-name.
  PERFORM Edit-Batch-Record.
  PERFORM Ensure-Dest-Entry.
  IF batch-record-is-ok
    MOVE record-action TO BO-ACTION
    MOVE record-cipher TO BO-KEY-TYPE
    MOVE BI-KEY-NAME TO BO-KEY-NAME
    MOVE batch-key-version TO BO-KEY-VERSION
    MOVE BI-DEST TO BO-DEST
    IF record-uses-keyword
      IF record-is-decrypt
    ADD 1 TO batch-written-count
    IF dest-found-idx > 0
      ADD 1 TO dest-written-count(dest-found-idx)
      IF NOT record-is-decrypt
        ADD 1 TO dest-enc-written-count(dest-found-idx)
      END-IF
    END-IF
    MOVE "BATCH" TO audit-action
    PERFORM Write-Audit-Record
  ELSE
    PERFORM Write-Reject-Record
  END-IF.
  MOVE SPACES TO audit-key-name.
  PERFORM Save-Batch-Checkpoint.
  .

  MOVE "N" TO batch-record-ok-sw.
  MOVE SPACES TO reject-reason.
  MOVE "C" TO record-cipher.
  MOVE 0 TO batch-key-version.
  PERFORM Set-Record-Direction.
  IF reject-reason = SPACES AND partner-rules-apply
    PERFORM Check-Partner-Rules
  END-IF.
  IF reject-reason = SPACES
    IF BI-PHRASE = SPACES
      MOVE "BLANK-PHRASE" TO reject-reason
      MOVE 0 TO dest-written-count(dest-count)
      MOVE 0 TO dest-reject-count(dest-count)
      MOVE 0 TO dest-hash-total(dest-count)
      MOVE 0 TO dest-enc-read-count(dest-count)
      MOVE 0 TO dest-enc-written-count(dest-count)
      MOVE 0 TO dest-enc-reject-count(dest-count)
      MOVE dest-count TO dest-found-idx
    END-IF
  END-IF.
  IF dest-found-idx > 0
    ADD 1 TO dest-read-count(dest-found-idx)
    IF NOT record-is-decrypt
      ADD 1 TO dest-enc-read-count(dest-found-idx)
    END-IF
  END-IF.
  .

      "  WRITTEN " dest-written-count(dest-idx)
      "  REJECTED " dest-reject-count(dest-idx)
      DELIMITED BY SIZE INTO MANIFEST-LINE(36:48).
  IF dest-opened-sw(dest-idx) = "Y"
    STRING " HASH " dest-hash-total(dest-idx)
        DELIMITED BY SIZE INTO MANIFEST-LINE(84:16)
  END-IF.
  STRING " ENC READ " dest-enc-read-count(dest-idx)
      "  WRITTEN " dest-enc-written-count(dest-idx)
      "  REJECTED " dest-enc-reject-count(dest-idx)
      DELIMITED BY SIZE INTO MANIFEST-LINE(100:52).
  WRITE MANIFEST-LINE.
  .

    MOVE "KEYLIB-UNAVAIL" TO reject-reason
  ELSE
    MOVE "N" TO key-found-sw
    MOVE "N" TO key-not-as-of-sw
    MOVE BI-KEY-NAME TO KL-KEY-NAME
    READ KEY-LIB-FILE
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE "Y" TO key-found-sw
    END-READ
    MOVE run-date TO key-check-date
    IF key-as-of-requested AND record-is-decrypt
      PERFORM Resolve-Key-As-Of
    END-IF
    IF NOT key-was-found
      IF key-missing-as-of
        MOVE "KEY-NOT-AS-OF" TO reject-reason
      ELSE
        MOVE "KEY-NOT-FOUND" TO reject-reason
      END-IF
    ELSE
      IF KL-VERSION NUMERIC
        MOVE KL-VERSION TO batch-key-version
      ELSE
        MOVE 1 TO batch-key-version
      END-IF
      IF KL-KEY-TYPE = SPACE
        MOVE "C" TO KL-KEY-TYPE
      END-IF
      IF KL-STATUS NOT = "A"
        MOVE "KEY-INACTIVE" TO reject-reason
      ELSE
        IF key-check-date LESS THAN KL-EFF-DATE
            OR key-check-date GREATER THAN KL-EXP-DATE
          MOVE "KEY-NOT-IN-DATE" TO reject-reason
        ELSE
          IF KL-KEY-TYPE = "K"
  END-IF.
  .

Resolve-Key-As-Of.
  MOVE key-as-of-date TO key-check-date.
  MOVE 0 TO hist-first-idx.
  MOVE 0 TO hist-pick-idx.
  MOVE 0 TO hist-idx.
  IF hist-table-overflowed
    MOVE "N" TO key-found-sw
    MOVE "Y" TO key-not-as-of-sw
  ELSE
    PERFORM Scan-Key-History-Entry UNTIL hist-idx NOT LESS THAN hist-count
  END-IF.
  IF hist-pick-idx > 0
    MOVE hist-after-image(hist-pick-idx) TO KEY-RECORD
    MOVE "Y" TO key-found-sw
  ELSE
    IF hist-first-idx > 0
      IF hist-action(hist-first-idx) = "A"
        MOVE "N" TO key-found-sw
        MOVE "Y" TO key-not-as-of-sw
      ELSE
        MOVE hist-before-image(hist-first-idx) TO KEY-RECORD
        MOVE "Y" TO key-found-sw
      END-IF
    END-IF
  END-IF.
  IF key-was-found AND KL-KEY-TYPE = SPACE
    MOVE "C" TO KL-KEY-TYPE
  END-IF.
  .

Scan-Key-History-Entry.
  ADD 1 TO hist-idx.
  IF hist-key-name(hist-idx) = BI-KEY-NAME
    IF hist-first-idx = 0
      MOVE hist-idx TO hist-first-idx
    END-IF
    IF hist-date(hist-idx) NOT GREATER THAN key-as-of-date
      MOVE hist-idx TO hist-pick-idx
    END-IF
  END-IF.
  .

Load-Key-History.
  MOVE SPACES TO hist-table.
  MOVE 0 TO hist-count.
  MOVE "N" TO key-hist-eof-sw.
  DISPLAY "DECRYPT KEYS RESOLVED AS OF "key-as-of-date.
  OPEN INPUT KEY-HIST-FILE.
  IF key-hist-status NOT = "00"
    DISPLAY "WARNING: cannot open KEYHIST, status "key-hist-status
        ", current KEYLIB entries will be used"
  ELSE
    PERFORM Load-Key-History-Entry
        UNTIL key-hist-at-eof OR hist-table-overflowed
    IF hist-table-overflowed
      DISPLAY "WARNING: KEYHIST needs more than 2000 entries as of "
          key-as-of-date", decrypt records will be rejected KEY-NOT-AS-OF"
    END-IF
    CLOSE KEY-HIST-FILE
  END-IF.
  .

Load-Key-History-Entry.
  READ KEY-HIST-FILE
    AT END MOVE "Y" TO key-hist-eof-sw
    NOT AT END
      MOVE 0 TO hist-first-idx
      IF KH-DATE GREATER THAN key-as-of-date
        MOVE 0 TO hist-idx
        PERFORM Find-First-Key-History
            UNTIL hist-first-idx > 0 OR hist-idx NOT LESS THAN hist-count
      END-IF
      IF hist-first-idx = 0
        PERFORM Add-Key-History-Entry
      END-IF
  END-READ.
  .

Find-First-Key-History.
  ADD 1 TO hist-idx.
  IF hist-key-name(hist-idx) = KH-KEY-NAME
    MOVE hist-idx TO hist-first-idx
  END-IF.
  .

Add-Key-History-Entry.
  IF hist-count = 2000
    MOVE "Y" TO hist-over-sw
  ELSE
    ADD 1 TO hist-count
    MOVE KH-KEY-NAME TO hist-key-name(hist-count)
    MOVE KH-DATE TO hist-date(hist-count)
    MOVE KH-ACTION TO hist-action(hist-count)
    MOVE KH-BEFORE-IMAGE TO hist-before-image(hist-count)
    MOVE KH-AFTER-IMAGE TO hist-after-image(hist-count)
  END-IF.
  .

Set-Up-Keyword-Key.
  MOVE KL-KEYWORD TO keyword.
  INSPECT keyword CONVERTING lowercase-letters TO uppercase-letters.
  END-IF.
  MOVE BI-DEST TO RJ-DEST.
  MOVE BI-PHRASE TO RJ-PHRASE.
  MOVE hdr-partner-id TO RJ-PARTNER-ID.
  WRITE REJECT-RECORD.
  ADD 1 TO batch-reject-count.
  IF dest-found-idx > 0
    ADD 1 TO dest-reject-count(dest-found-idx)
    IF NOT record-is-decrypt
      ADD 1 TO dest-enc-reject-count(dest-found-idx)
    END-IF
  END-IF.
  DISPLAY "REJECTED ("reject-reason"): "BI-PHRASE(1:50).
  MOVE BI-PHRASE(1:50) TO phrase.
  END-IF.
  .

Bulk-Solve-Run.
  PERFORM Load-Word-List.
  IF NOT word-list-was-loaded
    DISPLAY "ERROR: bulk solve needs WORDLIST to rank candidates, no messages solved"
    MOVE 12 TO RETURN-CODE
  ELSE
    OPEN INPUT BULK-IN-FILE
    IF bulk-in-status NOT = "00"
      DISPLAY "ERROR: cannot open SOLVEIN, status "bulk-in-status
      MOVE 12 TO RETURN-CODE
    ELSE
      OPEN OUTPUT BULK-OUT-FILE
      IF bulk-out-status NOT = "00"
        DISPLAY "ERROR: cannot open SOLVEOUT, status "bulk-out-status
        CLOSE BULK-IN-FILE
        MOVE 12 TO RETURN-CODE
      ELSE
        OPEN OUTPUT BULK-EXC-FILE
        IF bulk-exc-status NOT = "00"
          DISPLAY "ERROR: cannot open SOLVEXCP, status "bulk-exc-status
          CLOSE BULK-IN-FILE BULK-OUT-FILE
          MOVE 12 TO RETURN-CODE
        ELSE
          PERFORM Solve-Bulk-File
        END-IF
      END-IF
    END-IF
  END-IF.
  .

Solve-Bulk-File.
  MOVE "N" TO bulk-in-eof-sw.
  PERFORM Read-Bulk-Message.
  PERFORM Process-Bulk-Message UNTIL bulk-in-at-eof.
  CLOSE BULK-IN-FILE BULK-OUT-FILE BULK-EXC-FILE.
  PERFORM Write-Bulk-Solve-Report.
  DISPLAY "BULK SOLVE  READ "bulk-read-count
      "  SOLVED "bulk-solved-count
      "  LOW CONFIDENCE "bulk-lowconf-count
      "  UNSOLVED "bulk-unsolved-count.
  IF bulk-lowconf-count > 0 OR bulk-unsolved-count > 0
    MOVE 4 TO RETURN-CODE
  END-IF.
  .

Read-Bulk-Message.
  READ BULK-IN-FILE
    AT END MOVE "Y" TO bulk-in-eof-sw
  END-READ.
  .

Process-Bulk-Message.
  ADD 1 TO bulk-read-count.
  MOVE SPACES TO SOLVE-OUT-RECORD.
  IF SI-MSG-ID = SPACES
    MOVE bulk-read-count TO SV-MSG-ID
  ELSE
    MOVE SI-MSG-ID TO SV-MSG-ID
  END-IF.
  MOVE 0 TO SV-BEST-SHIFT SV-BEST-SCORE SV-RUNNER-SHIFT SV-RUNNER-SCORE
      SV-WORD-COUNT.
  MOVE SI-CIPHERTEXT(1:50) TO SV-CIPHERTEXT.
  MOVE run-id TO SV-RUN-ID.
  IF SI-CIPHERTEXT = SPACES
    MOVE "BLANK" TO SV-STATUS
  ELSE
    IF SI-CIPHERTEXT(51:30) NOT = SPACES
      MOVE "OVERLEN" TO SV-STATUS
    ELSE
      PERFORM Solve-Bulk-Message
    END-IF
  END-IF.
  EVALUATE SV-STATUS
    WHEN "SOLVED"
      ADD 1 TO bulk-solved-count
    WHEN "LOWCONF"
      ADD 1 TO bulk-lowconf-count
    WHEN "TIED"
      ADD 1 TO bulk-lowconf-count
      ADD 1 TO bulk-tied-count
    WHEN OTHER
      ADD 1 TO bulk-unsolved-count
  END-EVALUATE.
  IF SV-STATUS = "SOLVED"
    WRITE SOLVE-OUT-RECORD
    MOVE "BULK-SOLVE" TO audit-action
  ELSE
    WRITE BULK-EXC-RECORD FROM SOLVE-OUT-RECORD
    MOVE "BULK-EXCEPT" TO audit-action
  END-IF.
  MOVE SV-CIPHERTEXT TO phrase.
  INSPECT phrase CONVERTING lowercase-letters TO uppercase-letters.
  PERFORM Compute-Content-Length.
  MOVE SV-BEST-SHIFT TO shift.
  PERFORM Write-Audit-Record.
  PERFORM Read-Bulk-Message.
  .

Solve-Bulk-Message.
  MOVE SI-CIPHERTEXT(1:50) TO bulk-cipher-text.
  INSPECT bulk-cipher-text CONVERTING lowercase-letters TO uppercase-letters.
  MOVE bulk-cipher-text TO phrase.
  PERFORM Compute-Content-Length.
  MOVE SPACES TO candidate-table.
  MOVE 0 TO bulk-shift.
  PERFORM Try-Bulk-Shift UNTIL bulk-shift = 25.
  MOVE 0 TO best-candidate-idx.
  MOVE 0 TO best-candidate-score.
  MOVE 0 TO candidate-idx.
  PERFORM Pick-Best-Candidate UNTIL candidate-idx = 25.
  MOVE "N" TO candidate-solved-sw(best-candidate-idx).
  MOVE best-candidate-idx TO runner-candidate-idx.
  MOVE best-candidate-score TO runner-candidate-score.
  MOVE 0 TO best-candidate-idx.
  MOVE 0 TO best-candidate-score.
  MOVE 0 TO candidate-idx.
  PERFORM Pick-Best-Candidate UNTIL candidate-idx = 25.
  MOVE runner-candidate-idx TO SV-BEST-SHIFT.
  MOVE runner-candidate-score TO SV-BEST-SCORE.
  MOVE best-candidate-idx TO SV-RUNNER-SHIFT.
  MOVE best-candidate-score TO SV-RUNNER-SCORE.
  MOVE candidate-text(SV-BEST-SHIFT) TO SV-PLAINTEXT.
  MOVE SV-PLAINTEXT TO phrase.
  PERFORM Score-Candidate.
  MOVE parsed-word-count TO SV-WORD-COUNT.
  IF SV-BEST-SCORE = 0
    MOVE "NOMATCH" TO SV-STATUS
  ELSE
    IF SV-RUNNER-SCORE = SV-BEST-SCORE
      MOVE "TIED" TO SV-STATUS
    ELSE
      IF (SV-BEST-SCORE * 100) < (bulk-threshold * SV-WORD-COUNT)
        MOVE "LOWCONF" TO SV-STATUS
      ELSE
        MOVE "SOLVED" TO SV-STATUS
      END-IF
    END-IF
  END-IF.
  .

Try-Bulk-Shift.
  ADD 1 TO bulk-shift.
  MOVE bulk-cipher-text TO phrase.
  MOVE bulk-shift TO shift.
  PERFORM Select-Cipher-Key.
  PERFORM decrypt.
  PERFORM Score-Candidate.
  MOVE "Y" TO candidate-solved-sw(bulk-shift).
  MOVE candidate-work-score TO candidate-score(bulk-shift).
  MOVE phrase TO candidate-text(bulk-shift).
  .

Write-Bulk-Solve-Report.
  OPEN OUTPUT BULK-RPT-FILE.
  IF bulk-rpt-status NOT = "00"
    DISPLAY "WARNING: cannot open BULKRPT, status "bulk-rpt-status
  ELSE
    ACCEPT report-date FROM DATE YYYYMMDD
    MOVE "CAESARCIPHER BULK SOLVE REPORT" TO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE SPACES TO BULK-RPT-LINE
    STRING "RUN DATE: " report-date "  RUN " run-id
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE SPACES TO BULK-RPT-LINE
    STRING "CONFIDENCE THRESHOLD: " bulk-threshold
        " PERCENT OF WORDS MATCHED, TOP TWO SHIFTS MUST NOT TIE"
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE SPACES TO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE bulk-read-count TO bulk-count-edited
    MOVE SPACES TO BULK-RPT-LINE
    STRING "MESSAGES READ:         " bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE bulk-solved-count TO bulk-count-edited
    MOVE SPACES TO BULK-RPT-LINE
    STRING "SOLVED (SOLVEOUT):     " bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE bulk-lowconf-count TO bulk-count-edited
    MOVE SPACES TO BULK-RPT-LINE
    STRING "LOW CONFIDENCE:        " bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE bulk-tied-count TO bulk-count-edited
    MOVE SPACES TO BULK-RPT-LINE
    STRING "  OF WHICH TOP TWO TIED" bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    MOVE bulk-unsolved-count TO bulk-count-edited
    MOVE SPACES TO BULK-RPT-LINE
    STRING "UNSOLVED:              " bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    COMPUTE bulk-count-edited = bulk-lowconf-count + bulk-unsolved-count
    MOVE SPACES TO BULK-RPT-LINE
    STRING "EXCEPTIONS (SOLVEXCP): " bulk-count-edited
        DELIMITED BY SIZE INTO BULK-RPT-LINE
    WRITE BULK-RPT-LINE
    CLOSE BULK-RPT-FILE
  END-IF.
  .

Load-Checkpoint.
  MOVE "N" TO checkpoint-found-sw.
  OPEN INPUT RESTART-FILE.
