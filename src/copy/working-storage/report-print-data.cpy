  02 ph-date   PIC 9(8).
  02 FILLER    PIC X(7) VALUE " PAGE: ".
  02 ph-page   PIC ZZ9.
  02 FILLER    PIC X(2) VALUE SPACES.
  02 ph-environment PIC X(21).
01 print-stamp-name PIC X(40) VALUE "data/training-environment.dat".
01 print-stamp-details PIC X(16).
01 print-return-hold PIC S9(9) COMP-5.
01 print-line-hold PIC X(80).
