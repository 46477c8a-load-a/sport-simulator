  02 rl-minimum-effectiveness PIC 9V99.
  02 rl-lineup-limit PIC 99.
  02 rl-rotation-sit-limit PIC 99.
  02 rl-budget-overrun-pct PIC 9(3).
  02 rl-veteran-peak-age PIC 99.
  02 rl-effective-date PIC 9(8).
  02 rl-changed-by PIC X(10).
  02 rl-changed-date PIC 9(8).
  02 rl-change-source PIC X(10).
