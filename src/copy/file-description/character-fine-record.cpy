01 Character-Fine-Record.
  02 cf-short-name PIC X(10).
  02 cf-assessed-total PIC 9(7).
  02 cf-withheld-total PIC 9(7).
  02 cf-outstanding PIC 9(7).
  02 cf-last-assessed-date PIC 9(8).
