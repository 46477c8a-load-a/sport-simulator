    88 control-card-found VALUE 1.
  01 run-count PIC 9(3) VALUE ZERO.
  01 abnormal-count PIC 9(3) VALUE ZERO.
  01 history-code PIC 99.
  01 window-error-count PIC 9(3) VALUE ZERO.

  01 Expected-Run-Table.
    02 Expected-Run-Entry OCCURS 5 TIMES INDEXED BY ER-INDEX.
      03 er-program PIC X(20).
      03 er-seen    PIC 9.
        88 er-was-seen VALUE 1.
  MOVE "RECOVERY-BATCH"     TO er-program(2)
  MOVE "TRAINING-BATCH"     TO er-program(3)
  MOVE "LEVEL-UP-BATCH"     TO er-program(4)
  MOVE "FINANCIAL-BALANCING" TO er-program(5)
  PERFORM VARYING ER-INDEX FROM 1 BY 1 UNTIL ER-INDEX > 5
    MOVE ZERO TO er-seen(ER-INDEX)
  END-PERFORM


Report-One-Run.
  ADD 1 TO run-count
  IF rh-completion-code IS NUMERIC
    MOVE rh-completion-code TO history-code
  ELSE
    IF rh-status = "COMPLETE"
      MOVE ZERO TO history-code
    ELSE
      MOVE 16 TO history-code
    END-IF
  END-IF
  DISPLAY rh-program " " rh-start-time " " rh-end-time " "
    rh-processed " " rh-changed " " rh-rejected " " rh-status
    " RC " history-code

  IF history-code > 4
    ADD 1 TO abnormal-count
    DISPLAY "  *** ABNORMAL COMPLETION ***"
  END-IF
  IF rh-status = "OUTOFBAL"
    DISPLAY "  *** THE BOOKS ARE OUT OF BALANCE;"
      " SEE data/financial-balancing.prt ***"
  END-IF

  PERFORM VARYING ER-INDEX FROM 1 BY 1 UNTIL ER-INDEX > 5
    IF er-program(ER-INDEX) = rh-program
      SET er-was-seen(ER-INDEX) TO TRUE
    END-IF
  END-PERFORM.

Flag-Missing-Runs.
  PERFORM VARYING ER-INDEX FROM 1 BY 1 UNTIL ER-INDEX > 5
    IF NOT er-was-seen(ER-INDEX)
      DISPLAY "MISSING: " FUNCTION TRIM(er-program(ER-INDEX))
        " DID NOT RUN ON " report-date
