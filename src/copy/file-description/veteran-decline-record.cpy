01 Veteran-Decline-Record.
  02 vd-year         PIC 9(4).
  02 FILLER          PIC X VALUE SPACE.
  02 vd-date         PIC 9(8).
  02 FILLER          PIC X VALUE SPACE.
  02 vd-short-name   PIC X(10).
  02 FILLER          PIC X VALUE SPACE.
  02 vd-team         PIC X(20).
  02 FILLER          PIC X VALUE SPACE.
  02 vd-age          PIC 99.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-trigger      PIC X(8).
    88 vd-birthday-decline VALUE "BIRTHDAY".
    88 vd-season-decline   VALUE "SEASON".
  02 FILLER          PIC X VALUE SPACE.
  02 vd-power-before PIC 99.
  02 vd-power-after  PIC 99.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-power-bonus-before PIC 9.
  02 vd-power-bonus-after  PIC 9.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-focus-before PIC 99.
  02 vd-focus-after  PIC 99.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-focus-bonus-before PIC 9.
  02 vd-focus-bonus-after  PIC 9.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-speed-before PIC 99.
  02 vd-speed-after  PIC 99.
  02 FILLER          PIC X VALUE SPACE.
  02 vd-speed-bonus-before PIC 9.
  02 vd-speed-bonus-after  PIC 9.
