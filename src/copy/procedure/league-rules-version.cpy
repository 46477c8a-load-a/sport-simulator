Select-Rules-Version.
    MOVE ZERO TO rules-version-found-flag rules-version-best
      rules-version-count rules-version-pick
      rules-version-earliest-pick
    MOVE 99999999 TO rules-version-earliest
    IF rules-as-of-date = ZERO
      MOVE 99999999 TO rules-cutoff-date
    ELSE
      MOVE rules-as-of-date TO rules-cutoff-date
    END-IF

    OPEN INPUT League-Rules
    IF league-rules-missing
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL end-of-league-rules
      READ League-Rules
        AT END
          SET end-of-league-rules TO TRUE
        NOT AT END
          ADD 1 TO rules-version-count
          IF rl-effective-date IS NUMERIC
            MOVE rl-effective-date TO rules-version-effective
          ELSE
            MOVE ZERO TO rules-version-effective
          END-IF
          IF rules-version-effective <= rules-cutoff-date
              AND rules-version-effective >= rules-version-best
            MOVE rules-version-effective TO rules-version-best
            MOVE rules-version-count TO rules-version-pick
          END-IF
          IF rules-version-effective < rules-version-earliest
            MOVE rules-version-effective TO rules-version-earliest
            MOVE rules-version-count TO rules-version-earliest-pick
          END-IF
      END-READ
    END-PERFORM
    CLOSE League-Rules

    IF rules-version-pick = ZERO
      MOVE rules-version-earliest-pick TO rules-version-pick
    END-IF
    OPEN INPUT League-Rules
    MOVE ZERO TO rules-version-count
    PERFORM UNTIL rules-version-count >= rules-version-pick
      READ League-Rules
        AT END
          MOVE rules-version-pick TO rules-version-count
          MOVE ZERO TO rules-version-pick
        NOT AT END
          ADD 1 TO rules-version-count
      END-READ
    END-PERFORM
    IF rules-version-pick > ZERO
      SET rules-version-found TO TRUE
    END-IF.
