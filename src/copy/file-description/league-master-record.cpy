01 League-Master-Record.
  02 lm-league-id     PIC X(4).
  02 lm-league-name   PIC X(30).
  02 lm-tier          PIC 9.
  02 lm-swap-count    PIC 9.
