01 Capacity-Trend-Record.
  02 cy-run-date      PIC 9(8).
  02 FILLER           PIC X.
  02 cy-measure       PIC 99.
  02 FILLER           PIC X.
  02 cy-measure-count PIC 9(5).
