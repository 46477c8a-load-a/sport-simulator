  02 tl-category PIC X(8).
  02 FILLER  PIC X VALUE SPACE.
  02 tl-amount PIC S9(9) SIGN IS LEADING SEPARATE.
  02 FILLER  PIC X VALUE SPACE.
  02 tl-adjustment-flag PIC X.
    88 tl-period-adjustment VALUE "A".
  02 FILLER  PIC X VALUE SPACE.
  02 tl-original-date PIC 9(8).
