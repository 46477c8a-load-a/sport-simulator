01 Milestone-History-Record.
  02 mh-history-key.
    03 mh-short-name   PIC X(10).
    03 mh-code         PIC X(10).
  02 mh-title          PIC X(30).
  02 mh-stat-value     PIC 9(7).
  02 mh-reached-date   PIC 9(8).
  02 mh-team           PIC X(20).
  02 mh-ceremony-date  PIC 9(8).
