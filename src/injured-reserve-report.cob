  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 open-injury-count PIC 9(3) VALUE ZERO.
  01 injured-long-name PIC X(21).
