01 trunc-warn-count    PIC 9(07) value 0.
01 batch-reject-count  PIC 9(07) value 0.
01 keyword-run-count   PIC 9(07) value 0.
01 kw-analysis-count   PIC 9(07) value 0.
01 auth-deny-count     PIC 9(07) value 0.
01 bulk-solve-count    PIC 9(07) value 0.
01 bulk-except-count   PIC 9(07) value 0.
01 other-action-count  PIC 9(07) value 0.

01 operator-table.
      ADD 1 TO batch-reject-count
    WHEN "KEYWORD-RUN"
      ADD 1 TO keyword-run-count
    WHEN "KW-ANALYSIS"
      ADD 1 TO kw-analysis-count
    WHEN "AUTH-DENY"
      ADD 1 TO auth-deny-count
    WHEN "BULK-SOLVE"
      ADD 1 TO bulk-solve-count
    WHEN "BULK-EXCEPT"
      ADD 1 TO bulk-except-count
    WHEN OTHER
      ADD 1 TO other-action-count
  END-EVALUATE.
  STRING "  KEYWORD-RUN   " count-edited DELIMITED BY SIZE
      INTO SUMMARY-LINE.
  WRITE SUMMARY-LINE.
  MOVE kw-analysis-count TO count-edited.
  MOVE SPACES TO SUMMARY-LINE.
  STRING "  KW-ANALYSIS   " count-edited DELIMITED BY SIZE
      INTO SUMMARY-LINE.
  WRITE SUMMARY-LINE.
  MOVE auth-deny-count TO count-edited.
  MOVE SPACES TO SUMMARY-LINE.
  STRING "  AUTH-DENY     " count-edited DELIMITED BY SIZE
      INTO SUMMARY-LINE.
  WRITE SUMMARY-LINE.
  MOVE bulk-solve-count TO count-edited.
  MOVE SPACES TO SUMMARY-LINE.
  STRING "  BULK-SOLVE    " count-edited DELIMITED BY SIZE
      INTO SUMMARY-LINE.
  WRITE SUMMARY-LINE.
  MOVE bulk-except-count TO count-edited.
  MOVE SPACES TO SUMMARY-LINE.
  STRING "  BULK-EXCEPT   " count-edited DELIMITED BY SIZE
      INTO SUMMARY-LINE.
  WRITE SUMMARY-LINE.
  MOVE other-action-count TO count-edited.
  MOVE SPACES TO SUMMARY-LINE.
  STRING "  OTHER         " count-edited DELIMITED BY SIZE
