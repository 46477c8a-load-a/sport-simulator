        MOVE FILE-TAG TO err-file
        MOVE STATUS-FIELD TO err-status
        PERFORM Write-Error-Log-Entry
        ADD 1 TO run-file-error-count
        DISPLAY "FILE ERROR ON " FILE-TAG " STATUS " STATUS-FIELD
    END-IF.
