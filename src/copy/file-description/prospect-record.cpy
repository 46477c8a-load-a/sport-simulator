01 Prospect-Record.
  02 pro-short-name    PIC X(10).
  02 pro-long-name     PIC X(21).
  02 pro-age           PIC 99.
  02 pro-class-season  PIC 9(4).
  02 pro-power-stat    PIC 99.
  02 pro-focus-stat    PIC 99.
  02 pro-speed-stat    PIC 99.
  02 pro-hidden-potential PIC 99.
  02 pro-range-low     PIC 99.
  02 pro-range-high    PIC 99.
  02 pro-combine-season PIC 9(4).
  02 pro-combine-score PIC 9(3).
  02 pro-visit-count   PIC 99.
  02 pro-status        PIC X.
    88 prospect-available VALUE "A".
    88 prospect-signed    VALUE "S".
  02 pro-signed-team   PIC X(20).
  02 pro-signed-date   PIC 9(8).
