01 Coach-Record.
  02 co-coach-name   PIC X(21).
  02 co-team         PIC X(20).
  02 co-specialty    PIC X(12).
    88 coach-power        VALUE "POWER".
    88 coach-focus        VALUE "FOCUS".
    88 coach-speed        VALUE "SPEED".
    88 coach-conditioning VALUE "CONDITIONING".
    88 valid-coach-specialty VALUES "POWER", "FOCUS", "SPEED",
      "CONDITIONING".
  02 co-rating       PIC 9.
    88 valid-coach-rating VALUES 1 THROUGH 5.
  02 co-contract-end PIC 9(4).
  02 co-per-diem     PIC 99.
