01 Insurance-Policy-Record.
  02 ip-policy-key.
    03 ip-team-name   PIC X(20).
    03 ip-short-name  PIC X(10).
  02 ip-premium          PIC 9(5).
  02 ip-waiting-days     PIC 9(3).
  02 ip-coverage-percent PIC 9(3).
  02 ip-status           PIC X.
    88 policy-active    VALUE "A".
    88 policy-cancelled VALUE "C".
  02 ip-start-date       PIC 9(8).
  02 ip-last-premium-period PIC 9(6).
  02 ip-last-claim-date  PIC 9(8).
  02 ip-premiums-paid    PIC 9(7).
  02 ip-claims-paid      PIC 9(7).
  02 ip-claim-days       PIC 9(5).
  02 ip-entered-by       PIC X(10).
