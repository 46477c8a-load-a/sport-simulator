Compute-Pension-Benefit.
    COMPUTE pension-work-benefit =
      pension-work-seasons * PENSION-SEASON-CREDIT
      + pension-work-games / PENSION-GAMES-PER-CREDIT
      + pension-work-contributions / PENSION-CONTRIBUTION-MONTHS
    IF pension-work-hall-of-famer
      COMPUTE pension-work-benefit =
        pension-work-benefit * PENSION-HOF-PERCENT / 100
    END-IF
    IF pension-work-benefit > PENSION-MAXIMUM-BENEFIT
      MOVE PENSION-MAXIMUM-BENEFIT TO pension-work-benefit
    END-IF.
