  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 Census-Team-Table.
    02 Census-Team-Entry OCCURS 50 TIMES INDEXED BY CT-INDEX.
