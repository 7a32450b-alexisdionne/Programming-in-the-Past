    COPY CIPHOUT.

FD  MANIFEST-FILE.
01  MANIFEST-LINE              PIC X(160).

FD  VERIFY-RPT-FILE.
01  VERIFY-RPT-LINE            PIC X(132).

Verify-Batch-Out-Record.
  IF (BATCH-OUT-RECORD(1:3) = "HDR"
      AND BATCH-OUT-RECORD(27:159) = SPACES)
      OR (BATCH-OUT-RECORD(1:3) = "TRL"
      AND BATCH-OUT-RECORD(21:165) = SPACES)
    CONTINUE
  ELSE
    ADD 1 TO records-read
