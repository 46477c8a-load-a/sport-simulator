    88 game-was-forfeited VALUE "F".
  02 gh-reversed-flag PIC X.
    88 game-was-reversed VALUE "R".
  02 gh-weather PIC X(10).
  02 gh-weather-severity PIC 9.
  02 gh-teammate-staff.
    03 gh-tm-staff-power PIC 9.
    03 gh-tm-staff-focus PIC 9.
    03 gh-tm-staff-speed PIC 9.
  02 gh-opponent-staff.
    03 gh-op-staff-power PIC 9.
    03 gh-op-staff-focus PIC 9.
    03 gh-op-staff-speed PIC 9.
  02 gh-teammate-plan PIC X(14).
  02 gh-opponent-plan PIC X(14).
  02 gh-fortune PIC X(20).
  02 gh-fortune-effect PIC X(10).
  02 gh-fortune-stat PIC X(5).
  02 gh-fortune-magnitude PIC S9(3) SIGN IS LEADING SEPARATE.
  02 gh-gear-entry OCCURS 20 TIMES.
    03 gh-gear-power PIC 9.
    03 gh-gear-focus PIC 9.
    03 gh-gear-speed PIC 9.
