01 Equipment-Assignment-Record.
  02 ea-assignment-key.
    03 ea-short-name    PIC X(10).
    03 ea-item-id       PIC X(10).
  02 ea-team            PIC X(20).
  02 ea-type            PIC X(10).
  02 ea-stat            PIC X(5).
    88 ea-affects-power VALUE "POWER".
    88 ea-affects-focus VALUE "FOCUS".
    88 ea-affects-speed VALUE "SPEED".
  02 ea-bonus           PIC 9.
  02 ea-durability-new  PIC 9(3).
  02 ea-durability-left PIC 9(3).
  02 ea-cost            PIC 9(7).
  02 ea-purchase-date   PIC 9(8).
