01 Transaction-Wire-Record.
  02 tw-date.
    03 tw-year        PIC 9(4).
    03 tw-month       PIC 99.
    03 tw-day         PIC 99.
  02 FILLER           PIC X VALUE SPACE.
  02 tw-type          PIC X(10).
  02 FILLER           PIC X VALUE SPACE.
  02 tw-short-name    PIC X(10).
  02 FILLER           PIC X VALUE SPACE.
  02 tw-long-name     PIC X(21).
  02 FILLER           PIC X VALUE SPACE.
  02 tw-from-team     PIC X(20).
  02 FILLER           PIC X VALUE SPACE.
  02 tw-to-team       PIC X(20).
  02 FILLER           PIC X VALUE SPACE.
  02 tw-detail        PIC X(30).
