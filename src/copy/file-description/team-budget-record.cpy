01 Team-Budget-Record.
  02 bg-budget-key.
    03 bg-team PIC X(20).
    03 bg-year PIC 9(4).
    03 bg-month PIC 99.
    03 bg-category PIC X(8).
  02 bg-amount PIC S9(9) SIGN IS LEADING SEPARATE.
  02 bg-entered-date PIC 9(8).
  02 bg-entered-by PIC X(10).
