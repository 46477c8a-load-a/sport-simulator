01 run-changed-count   PIC 9(5) VALUE ZERO.
01 run-rejected-count  PIC 9(5) VALUE ZERO.
01 run-completion-status PIC X(8) VALUE "COMPLETE".
01 run-completion-code PIC 99 VALUE ZERO.
  88 run-ended-clean         VALUE 0.
  88 run-ended-with-warnings VALUE 4.
  88 run-rejects-over-limit  VALUE 8.
  88 run-file-error          VALUE 12.
  88 run-abended             VALUE 16.
01 run-derived-code PIC 99.
01 run-file-error-count PIC 9(3) VALUE ZERO.
78 RUN-REJECT-PERCENT VALUE 10.
