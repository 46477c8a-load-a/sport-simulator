01 Ical-Event-Record.
  02 ie-event-key.
    03 ie-feed    PIC X(20).
    03 ie-date    PIC 9(8).
    03 ie-slot    PIC 9.
    03 ie-subject PIC X(10).
  02 ie-summary     PIC X(60).
  02 ie-location    PIC X(30).
  02 ie-description PIC X(60).
  02 ie-sequence    PIC 9(4).
  02 ie-stamp       PIC 9(14).
  02 ie-run-stamp   PIC 9(14).
  02 ie-status      PIC X.
    88 ie-event-active    VALUE "A".
    88 ie-event-cancelled VALUE "C".
