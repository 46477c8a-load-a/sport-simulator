01 Pension-Record.
  02 pe-short-name     PIC X(10).
  02 pe-long-name      PIC X(21).
  02 pe-paying-team    PIC X(20).
  02 pe-status         PIC X.
    88 pension-in-payment VALUE "P".
    88 pension-suspended  VALUE "S".
  02 pe-retired-date   PIC 9(8).
  02 pe-seasons        PIC 9(3).
  02 pe-games          PIC 9(6).
  02 pe-contributions  PIC 9(7).
  02 pe-hof-flag       PIC X.
    88 pension-hall-of-famer VALUE "Y".
  02 pe-monthly-benefit PIC 9(3).
  02 pe-last-paid-period.
    03 pe-last-paid-year  PIC 9(4).
    03 pe-last-paid-month PIC 99.
  02 pe-payments-made  PIC 9(5).
  02 pe-total-paid     PIC 9(9).
