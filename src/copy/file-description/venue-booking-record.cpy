01 Venue-Booking-Record.
  02 vb-booking-key.
    03 vb-venue-name PIC X(20).
    03 vb-date.
      04 vb-year     PIC 9(4).
      04 vb-month    PIC 99.
      04 vb-day      PIC 99.
    03 vb-slot       PIC 9.
      88 vb-all-day  VALUE ZERO.
    03 vb-league     PIC X(4).
  02 vb-purpose      PIC X(10).
    88 booking-home-game VALUE "HOME GAME".
    88 booking-blackout  VALUE "BLACKOUT".
  02 vb-host-team    PIC X(20).
  02 vb-description  PIC X(30).
  02 vb-entered-by   PIC X(10).
  02 vb-entered-date PIC 9(8).
