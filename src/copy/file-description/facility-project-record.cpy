01 Facility-Project-Record.
  02 fp-project-key.
    03 fp-team          PIC X(20).
    03 fp-start-date    PIC 9(8).
  02 fp-project-type    PIC X(10).
    88 fp-expand-capacity VALUE "CAPACITY".
    88 fp-resurface       VALUE "RESURFACE".
    88 fp-home-bonus      VALUE "HOMEBONUS".
    88 valid-project-type VALUES "CAPACITY", "RESURFACE", "HOMEBONUS".
  02 fp-capacity-add    PIC 9(5).
  02 fp-new-condition   PIC X(10).
  02 fp-bonus-add       PIC 9.
  02 fp-seats-closed    PIC 9(5).
  02 fp-cost            PIC 9(7).
  02 fp-duration-days   PIC 9(3).
  02 fp-days-elapsed    PIC 9(3).
  02 fp-funding         PIC X.
    88 fp-paid-by-instalments VALUE "I".
    88 fp-paid-by-loan        VALUE "L".
  02 fp-instalment      PIC 9(7).
  02 fp-paid-to-date    PIC 9(7).
  02 fp-last-paid-period PIC 9(6).
  02 fp-status          PIC X.
    88 project-scheduled    VALUE "S".
    88 project-under-way    VALUE "U".
    88 project-complete     VALUE "C".
  02 fp-completed-date  PIC 9(8).
