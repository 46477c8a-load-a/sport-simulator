Capture-Run-Start.
    MOVE FUNCTION CURRENT-DATE(1:8) TO run-start-date
    MOVE FUNCTION CURRENT-DATE(9:6) TO run-start-time
    MOVE ZERO TO run-completion-code run-file-error-count.

Write-Run-History-Entry.
    PERFORM Set-Run-Completion-Code
    MOVE SPACES TO Run-History-Record
    MOVE PROGRAM-TAG TO rh-program
    MOVE run-start-date TO rh-start-date
    MOVE run-changed-count TO rh-changed
    MOVE run-rejected-count TO rh-rejected
    MOVE run-completion-status TO rh-status
    MOVE run-completion-code TO rh-completion-code
    OPEN EXTEND Run-History
    IF run-history-missing
      OPEN OUTPUT Run-History
    END-IF
      WRITE Run-History-Record
    CLOSE Run-History
    MOVE run-completion-code TO RETURN-CODE.

Set-Run-Completion-Code.
    EVALUATE TRUE
      WHEN run-completion-status = "ABORTED"
          AND run-file-error-count > ZERO
        MOVE 12 TO run-derived-code
      WHEN run-completion-status = "ABORTED"
        MOVE 16 TO run-derived-code
      WHEN run-completion-status = "VERIFAIL"
          OR run-file-error-count > ZERO
        MOVE 12 TO run-derived-code
      WHEN run-completion-status = "OUTOFBAL"
        MOVE 8 TO run-derived-code
      WHEN run-rejected-count > ZERO
          AND run-rejected-count * 100
            > run-processed-count * RUN-REJECT-PERCENT
        MOVE 8 TO run-derived-code
      WHEN run-rejected-count > ZERO
          OR run-completion-status = "PREVIEW"
        MOVE 4 TO run-derived-code
      WHEN OTHER
        MOVE ZERO TO run-derived-code
    END-EVALUATE
    IF run-derived-code > run-completion-code
      MOVE run-derived-code TO run-completion-code
    END-IF.
