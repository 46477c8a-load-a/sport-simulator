01 operator-alert-status PIC 99.
  88 end-of-operator-alerts VALUE 10.
  88 operator-alerts-missing VALUE 35.
01 alert-kind      PIC X(12).
01 alert-reference PIC X(30).
01 alert-severity  PIC X VALUE "W".
  88 alert-is-critical    VALUE "C".
  88 alert-is-warning     VALUE "W".
  88 alert-is-information VALUE "I".
01 alert-route-role PIC X VALUE "U".
  88 alert-for-admins   VALUE "A".
  88 alert-for-updaters VALUE "U".
  88 alert-for-everyone VALUE "I".
01 alert-team      PIC X(20).
01 alert-character PIC X(10).
01 alert-text      PIC X(60).
