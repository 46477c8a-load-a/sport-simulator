01 ledger-period-status PIC 99.
  88 ledger-periods-missing VALUE 35.
01 guard-period-year PIC 9(4).
01 guard-period-month PIC 99.
01 guard-closed-flag PIC 9 VALUE ZERO.
  88 guard-period-closed VALUE 1.
