  01 friend-file PIC 99.
    88 pairing-not-found VALUE 23.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 temp-key PIC X(10).

