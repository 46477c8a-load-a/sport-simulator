01 Chart-Of-Accounts-Record.
  02 ca-mapping-key.
    03 ca-category PIC X(8).
    03 ca-team     PIC X(20).
  02 ca-gl-account     PIC X(10).
  02 ca-offset-account PIC X(10).
  02 ca-cost-centre    PIC X(6).
  02 ca-description    PIC X(30).
  02 ca-entered-by     PIC X(10).
  02 ca-entered-date   PIC 9(8).
