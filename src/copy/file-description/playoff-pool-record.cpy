01 Playoff-Pool-Record.
  02 pp-season        PIC 9(4).
  02 FILLER           PIC X VALUE SPACE.
  02 pp-date          PIC 9(8).
  02 FILLER           PIC X VALUE SPACE.
  02 pp-team          PIC X(20).
  02 FILLER           PIC X VALUE SPACE.
  02 pp-round-reached PIC 9.
  02 FILLER           PIC X VALUE SPACE.
  02 pp-champion-flag PIC X.
    88 pp-champion VALUE "C".
  02 FILLER           PIC X VALUE SPACE.
  02 pp-appearances   PIC 9(4).
  02 FILLER           PIC X VALUE SPACE.
  02 pp-team-share    PIC 9(7).
  02 FILLER           PIC X VALUE SPACE.
  02 pp-paid          PIC 9(7).
