01 pension-status PIC 99.
  88 end-of-pensions VALUE 10.
  88 pensions-missing VALUE 35.

78 PENSION-SEASON-CREDIT VALUE 10.
78 PENSION-GAMES-PER-CREDIT VALUE 25.
78 PENSION-CONTRIBUTION-MONTHS VALUE 13.
78 PENSION-HOF-PERCENT VALUE 150.
78 PENSION-MAXIMUM-BENEFIT VALUE 999.

01 pension-work-seasons PIC 9(3).
01 pension-work-games PIC 9(6).
01 pension-work-contributions PIC 9(7).
01 pension-work-hof-flag PIC X.
  88 pension-work-hall-of-famer VALUE "Y".
01 pension-work-benefit PIC 9(7).
