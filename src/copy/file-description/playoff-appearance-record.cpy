01 Playoff-Appearance-Record.
  02 pa-season     PIC 9(4).
  02 FILLER        PIC X VALUE SPACE.
  02 pa-round      PIC 9.
  02 FILLER        PIC X VALUE SPACE.
  02 pa-team       PIC X(20).
  02 FILLER        PIC X VALUE SPACE.
  02 pa-short-name PIC X(10).
