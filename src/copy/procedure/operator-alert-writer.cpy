Raise-Operator-Alert.
    MOVE ZERO TO operator-alert-status
    OPEN I-O Operator-Alerts
    IF operator-alerts-missing
      OPEN OUTPUT Operator-Alerts
    END-IF
    MOVE SPACES TO Operator-Alert-Record
    MOVE current-league-id TO al-league
    MOVE alert-kind TO al-kind
    MOVE alert-reference TO al-reference
    MOVE FUNCTION CURRENT-DATE(1:8) TO al-raised-date
    MOVE FUNCTION CURRENT-DATE(9:6) TO al-raised-time
    MOVE alert-severity TO al-severity
    MOVE alert-route-role TO al-route-role
    MOVE alert-team TO al-team
    MOVE alert-character TO al-character
    MOVE PROGRAM-TAG TO al-program
    MOVE alert-text TO al-text
    MOVE ZERO TO al-ack-date al-ack-time
    SET alert-unacknowledged TO TRUE
    WRITE Operator-Alert-Record
      INVALID KEY
        CONTINUE
    END-WRITE
    CLOSE Operator-Alerts
    MOVE SPACES TO alert-kind alert-reference alert-team
      alert-character alert-text.
