01 Withholding-Record.
  02 wh-code PIC X(8).
    88 wh-league-dues VALUE "DUES".
    88 wh-pension     VALUE "PENSION".
    88 wh-fines       VALUE "FINES".
  02 FILLER PIC X VALUE SPACE.
  02 wh-percent PIC 9(3)V9.
  02 FILLER PIC X VALUE SPACE.
  02 wh-description PIC X(30).
