01 Distribution-List-Record.
  02 dl-report-name PIC X(20).
  02 FILLER         PIC X VALUE SPACE.
  02 dl-team        PIC X(20).
  02 FILLER         PIC X VALUE SPACE.
  02 dl-recipient   PIC X(30).
  02 FILLER         PIC X VALUE SPACE.
  02 dl-copies      PIC 99.
