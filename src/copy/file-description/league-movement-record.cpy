01 League-Movement-Record.
  02 mv-season      PIC 9(4).
  02 FILLER         PIC X VALUE SPACE.
  02 mv-team        PIC X(20).
  02 FILLER         PIC X VALUE SPACE.
  02 mv-from-league PIC X(4).
  02 FILLER         PIC X VALUE SPACE.
  02 mv-to-league   PIC X(4).
  02 FILLER         PIC X VALUE SPACE.
  02 mv-direction   PIC X(9).
    88 mv-promoted  VALUE "PROMOTED".
    88 mv-relegated VALUE "RELEGATED".
