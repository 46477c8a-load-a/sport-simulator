01 Satisfaction-Record.
  02 sa-satisfaction-key.
    03 sa-team       PIC X(20).
    03 sa-short-name PIC X(10).
  02 sa-score               PIC 9(3).
  02 sa-playing-time-points PIC 99.
  02 sa-pay-points          PIC 99.
  02 sa-standing-points     PIC 99.
  02 sa-friendship-points   PIC 99.
  02 sa-mentorship-points   PIC 99.
  02 sa-risk-flag PIC X.
    88 satisfaction-content VALUE "C".
    88 satisfaction-at-risk VALUE "A".
    88 satisfaction-unhappy VALUE "U".
  02 sa-weeks-below      PIC 99.
  02 sa-trade-request-id PIC 9(4).
  02 sa-calculated-date  PIC 9(8).
