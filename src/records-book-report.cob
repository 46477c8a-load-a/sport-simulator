    88 end-of-league-records VALUE 10.
    88 league-records-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 records-printed PIC 9(3) VALUE ZERO.

