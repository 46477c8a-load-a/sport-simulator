01 Team-Tactics-Record.
  02 tt-tactics-key.
    03 tt-team      PIC X(20).
    03 tt-game-date PIC 9(8).
    03 tt-game-slot PIC 9.
  02 tt-game-plan   PIC X(14).
    88 tt-power-heavy   VALUE "POWER-HEAVY".
    88 tt-focus-control VALUE "FOCUS-CONTROL".
    88 tt-speed-running VALUE "SPEED-RUNNING".
    88 tt-balanced      VALUE "BALANCED".
    88 valid-game-plan VALUES "POWER-HEAVY", "FOCUS-CONTROL",
      "SPEED-RUNNING", "BALANCED".
  02 tt-set-date    PIC 9(8).
