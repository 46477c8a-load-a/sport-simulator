Write-Satellite-Journal-Entry.
    MOVE FUNCTION CURRENT-DATE(1:8) TO sa-date
    MOVE FUNCTION CURRENT-DATE(9:6) TO sa-time
    MOVE PROGRAM-TAG TO sa-program
    OPEN EXTEND Satellite-Journal
    IF satellite-journal-missing
      OPEN OUTPUT Satellite-Journal
    END-IF
      WRITE Satellite-Journal-Record
    CLOSE Satellite-Journal.
