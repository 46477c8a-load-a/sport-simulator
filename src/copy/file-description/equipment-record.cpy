01 Equipment-Record.
  02 eq-item-id      PIC X(10).
  02 eq-description  PIC X(20).
  02 eq-type         PIC X(10).
  02 eq-stat         PIC X(5).
    88 eq-affects-power VALUE "POWER".
    88 eq-affects-focus VALUE "FOCUS".
    88 eq-affects-speed VALUE "SPEED".
    88 valid-equipment-stat VALUES "POWER", "FOCUS", "SPEED".
  02 eq-bonus        PIC 9.
  02 eq-durability   PIC 9(3).
  02 eq-cost         PIC 9(7).
