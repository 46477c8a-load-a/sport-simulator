01 Waiver-Record.
  02 wv-short-name   PIC X(10).
  02 wv-released-by  PIC X(20).
  02 wv-placed-date  PIC 9(8).
  02 wv-expiry-date  PIC 9(8).
  02 wv-status       PIC X.
    88 waiver-pending VALUE "P".
    88 waiver-awarded VALUE "A".
    88 waiver-cleared VALUE "C".
    88 waiver-voided  VALUE "V".
  02 wv-awarded-to   PIC X(20).
  02 wv-claim-count  PIC 99.
  02 wv-claim-entry OCCURS 12 TIMES INDEXED BY WC-INDEX.
    03 wv-claim-team PIC X(20).
    03 wv-claim-date PIC 9(8).
