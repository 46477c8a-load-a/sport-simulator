01 Merchandise-Sale-Record.
  02 ms-sale-week.
    03 ms-year PIC 9(4).
    03 ms-week PIC 99.
  02 FILLER        PIC X VALUE SPACE.
  02 ms-date       PIC 9(8).
  02 FILLER        PIC X VALUE SPACE.
  02 ms-short-name PIC X(10).
  02 FILLER        PIC X VALUE SPACE.
  02 ms-team       PIC X(20).
  02 FILLER        PIC X VALUE SPACE.
  02 ms-popularity PIC 999.
  02 FILLER        PIC X VALUE SPACE.
  02 ms-units      PIC 9(5).
  02 FILLER        PIC X VALUE SPACE.
  02 ms-revenue    PIC 9(7).
  02 FILLER        PIC X VALUE SPACE.
  02 ms-royalty    PIC 9(3).
