01 Attendance-Record.
  02 at-date.
    03 at-year  PIC 9(4).
    03 at-month PIC 99.
    03 at-day   PIC 99.
  02 at-slot       PIC 9.
  02 FILLER        PIC X VALUE SPACE.
  02 at-challenger PIC X(20).
  02 FILLER        PIC X VALUE SPACE.
  02 at-home-away  PIC X.
  02 FILLER        PIC X VALUE SPACE.
  02 at-stakes     PIC 9.
  02 FILLER        PIC X VALUE SPACE.
  02 at-attendance PIC 9(5).
  02 FILLER        PIC X VALUE SPACE.
  02 at-gate-take  PIC 9(5).
  02 FILLER        PIC X VALUE SPACE.
  02 at-subscribed PIC 9(5).
