01 Game-Log-Record.
  02 gl-log-key.
    03 gl-short-name PIC X(10).
    03 gl-game-key.
      04 gl-numeric-date.
        05 gl-year-number  PIC 9(4).
        05 gl-month-number PIC 99.
        05 gl-day-number   PIC 99.
      04 gl-game-slot PIC 9.
  02 gl-side PIC 9.
    88 gl-on-teammate-side VALUE 1.
    88 gl-on-opponent-side VALUE 2.
  02 gl-opponent     PIC X(20).
  02 gl-home-away    PIC X.
  02 gl-stakes-level PIC 9.
  02 gl-role         PIC X(10).
  02 gl-skill        PIC X(10).
  02 gl-power-roll   PIC 999.
  02 gl-focus-roll   PIC 999.
  02 gl-speed-roll   PIC 999.
  02 gl-roll-total   PIC 9(4).
  02 gl-multiplier   PIC 9V99.
  02 gl-outcome PIC X.
    88 gl-game-won  VALUE "W".
    88 gl-game-lost VALUE "L".
    88 gl-game-tied VALUE "T".
  02 gl-source PIC X.
    88 gl-from-simulation  VALUE "S".
    88 gl-from-away-import VALUE "A".
  02 gl-reversed-flag PIC X.
    88 gl-game-reversed VALUE "R".
