01 Fortune-Definition-Record.
  02 fo-fortune      PIC X(20).
  02 fo-effect-type  PIC X(10).
    88 fo-effect-roll       VALUE "ROLL".
    88 fo-effect-spirit     VALUE "SPIRIT".
    88 fo-effect-injury     VALUE "INJURY".
    88 fo-effect-attendance VALUE "ATTENDANCE".
    88 valid-fortune-effect VALUES "ROLL", "SPIRIT", "INJURY",
                                   "ATTENDANCE".
  02 fo-stat         PIC X(5).
    88 fo-stat-power VALUE "POWER".
    88 fo-stat-focus VALUE "FOCUS".
    88 fo-stat-speed VALUE "SPEED".
  02 fo-magnitude    PIC S9(3) SIGN IS LEADING SEPARATE.
