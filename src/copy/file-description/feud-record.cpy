01 Feud-Record.
  02 fd-pairing.
    03 fd-key-1       PIC X(10).
    03 fd-key-2       PIC X(10).
  02 fd-intensity     PIC 999.
  02 fd-cause         PIC X(10).
    88 feud-from-conduct  VALUE "CONDUCT".
    88 feud-from-trade    VALUE "TRADE".
    88 feud-from-ex-team  VALUE "EX-TEAM".
  02 fd-started-date  PIC 9(8).
  02 fd-last-flare-date PIC 9(8).
  02 fd-status        PIC X.
    88 feud-active VALUE "A".
    88 feud-ended  VALUE "E".
  02 fd-mediation-flag PIC X.
    88 feud-mediation-requested VALUE "M".
  02 fd-ended-date    PIC 9(8).
  02 fd-ended-by      PIC X(10).
