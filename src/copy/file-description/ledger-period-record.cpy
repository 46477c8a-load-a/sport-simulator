01 Ledger-Period-Record.
  02 lp-period-key.
    03 lp-team PIC X(20).
    03 lp-period.
      04 lp-year  PIC 9(4).
      04 lp-month PIC 99.
  02 lp-status PIC X.
    88 ledger-period-open   VALUE "O".
    88 ledger-period-closed VALUE "C".
  02 lp-closed-date PIC 9(8).
  02 lp-closed-by PIC X(10).
  02 lp-opening-balance PIC S9(9).
  02 lp-closing-balance PIC S9(9).
  02 lp-posting-count PIC 9(5).
  02 lp-category-count PIC 99.
  02 lp-category-entry OCCURS 20 TIMES INDEXED BY LPC-INDEX.
    03 lp-category        PIC X(8).
    03 lp-category-amount PIC S9(9).
