01 Conduct-Incident-Record.
  02 ci-date PIC 9(8).
  02 FILLER  PIC X VALUE SPACE.
  02 ci-short-name PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 ci-code PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 ci-description PIC X(30).
  02 FILLER  PIC X VALUE SPACE.
  02 ci-operator PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 ci-fine-amount PIC 9(5).
