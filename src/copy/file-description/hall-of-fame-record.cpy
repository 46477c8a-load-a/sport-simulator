01 Hall-Of-Fame-Record.
  02 hf-short-name PIC X(10).
  02 hf-long-name  PIC X(21).
  02 hf-induction-year PIC 9(4).
  02 hf-career-games PIC 9(6).
  02 hf-career-wins  PIC 9(6).
  02 hf-award-count  PIC 9(3).
