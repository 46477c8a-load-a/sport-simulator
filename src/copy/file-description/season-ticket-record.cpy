01 Season-Ticket-Record.
  02 stk-account     PIC X(10).
  02 stk-team        PIC X(20).
  02 stk-holder-name PIC X(21).
  02 stk-seats       PIC 9(3).
  02 stk-price-tier  PIC X.
    88 tier-premium  VALUE "P".
    88 tier-standard VALUE "S".
    88 tier-value    VALUE "V".
    88 valid-price-tier VALUES "P", "S", "V".
  02 stk-status      PIC X.
    88 subscriber-active  VALUE "A".
    88 subscriber-pending VALUE "P".
    88 subscriber-lapsed  VALUE "L".
  02 stk-season      PIC 9(4).
  02 stk-seasons-held PIC 99.
