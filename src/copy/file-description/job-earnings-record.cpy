01 Job-Earnings-Record.
  02 je-date PIC 9(8).
  02 FILLER  PIC X VALUE SPACE.
  02 je-short-name PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 je-team PIC X(20).
  02 FILLER  PIC X VALUE SPACE.
  02 je-job  PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 je-task PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 je-skill PIC X(10).
  02 FILLER  PIC X VALUE SPACE.
  02 je-pay  PIC 9(3).
  02 FILLER  PIC X VALUE SPACE.
  02 je-work-value PIC 9(5).
  02 FILLER  PIC X VALUE SPACE.
  02 je-experience-gain PIC 9.
