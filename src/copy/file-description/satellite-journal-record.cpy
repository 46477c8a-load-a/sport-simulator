01 Satellite-Journal-Record.
  02 sa-timestamp.
    03 sa-date PIC 9(8).
    03 sa-time PIC 9(6).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-program  PIC X(20).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-file     PIC X(16).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-action   PIC X(7).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-key      PIC X(24).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-before-image PIC X(120).
  02 FILLER      PIC X VALUE SPACE.
  02 sa-after-image  PIC X(120).
