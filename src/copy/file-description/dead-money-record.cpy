01 Dead-Money-Record.
  02 dm-dead-money-key.
    03 dm-team          PIC X(20).
    03 dm-short-name    PIC X(10).
    03 dm-release-date  PIC 9(8).
  02 dm-payment-mode    PIC X.
    88 dm-lump-sum      VALUE "L".
    88 dm-spread        VALUE "S".
  02 dm-status          PIC X.
    88 dead-money-open    VALUE "O".
    88 dead-money-settled VALUE "S".
  02 dm-end-year        PIC 9(4).
  02 dm-contract-per-diem PIC 99.
  02 dm-cap-charge      PIC 9(3).
  02 dm-buyout-total    PIC 9(7).
  02 dm-paid-total      PIC 9(7).
  02 dm-installment     PIC 9(7).
  02 dm-last-paid-period.
    03 dm-last-paid-year  PIC 9(4).
    03 dm-last-paid-month PIC 99.
  02 dm-released-by     PIC X(10).
