01 Player-Value-Record.
  02 pv-value-key.
    03 pv-season     PIC 9(4).
    03 pv-short-name PIC X(10).
  02 pv-team           PIC X(20).
  02 pv-games          PIC 9(4).
  02 pv-roll-total     PIC 9(7).
  02 pv-vs-average     PIC S9(6)V9 SIGN IS LEADING SEPARATE.
  02 pv-vs-replacement PIC S9(6)V9 SIGN IS LEADING SEPARATE.
  02 pv-value-rating   PIC S9(5) SIGN IS LEADING SEPARATE.
  02 pv-computed-date  PIC 9(8).
