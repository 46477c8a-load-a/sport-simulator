Start-Print-Report.
    OPEN OUTPUT Report-Print
    MOVE ZERO TO print-page-number
    MOVE 99 TO print-line-count
    MOVE RETURN-CODE TO print-return-hold
    CALL "CBL_CHECK_FILE_EXIST" USING print-stamp-name
      print-stamp-details
    IF RETURN-CODE = ZERO
      MOVE "*** TRAINING DATA ***" TO ph-environment
    ELSE
      MOVE SPACES TO ph-environment
    END-IF
    MOVE print-return-hold TO RETURN-CODE.

Write-Print-Line.
    IF print-line-count >= print-page-limit
