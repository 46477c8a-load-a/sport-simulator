01 Prestige-Record.
  02 pr-short-name  PIC X(10).
  02 pr-tier        PIC 99.
  02 pr-first-date  PIC 9(8).
  02 pr-last-date   PIC 9(8).
  02 pr-last-bonus  PIC X(10).
    88 pr-bonus-power     VALUE "POWER".
    88 pr-bonus-focus     VALUE "FOCUS".
    88 pr-bonus-speed     VALUE "SPEED".
    88 pr-bonus-potential VALUE "POTENTIAL".
    88 pr-bonus-none      VALUE "NONE".
