  02 pl-type       PIC X.
    88 pl-per-diem-posting VALUE "P".
    88 pl-bonus-posting    VALUE "B".
    88 pl-pension-posting  VALUE "R".
    88 pl-royalty-posting  VALUE "M".
    88 pl-job-posting      VALUE "J".
  02 FILLER        PIC X VALUE SPACE.
  02 pl-dues-withheld    PIC 9(3).
  02 FILLER        PIC X VALUE SPACE.
  02 pl-pension-withheld PIC 9(3).
  02 FILLER        PIC X VALUE SPACE.
  02 pl-fine-withheld    PIC 9(3).
  02 FILLER        PIC X VALUE SPACE.
  02 pl-net-amount       PIC 9(3).
