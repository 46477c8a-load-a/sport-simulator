01 Operator-Alert-Record.
  02 al-alert-key.
    03 al-league    PIC X(4).
    03 al-kind      PIC X(12).
    03 al-reference PIC X(30).
  02 al-raised-stamp.
    03 al-raised-date PIC 9(8).
    03 al-raised-time PIC 9(6).
  02 al-severity PIC X.
    88 al-critical    VALUE "C".
    88 al-warning     VALUE "W".
    88 al-information VALUE "I".
  02 al-route-role PIC X.
    88 al-for-admins    VALUE "A".
    88 al-for-updaters  VALUE "U".
    88 al-for-everyone  VALUE "I".
  02 al-team      PIC X(20).
  02 al-character PIC X(10).
  02 al-program   PIC X(20).
  02 al-text      PIC X(60).
  02 al-ack-operator PIC X(10).
  02 al-ack-stamp.
    03 al-ack-date PIC 9(8).
    03 al-ack-time PIC 9(6).
  02 al-status PIC X.
    88 alert-unacknowledged VALUE "O".
    88 alert-acknowledged   VALUE "A".
