Load-Team-Game-Plan.
    MOVE "BALANCED" TO plan-lookup-result
    MOVE ZERO TO team-tactics-status
    OPEN INPUT Team-Tactics
    IF team-tactics-missing
      CLOSE Team-Tactics
      EXIT PARAGRAPH
    END-IF
    MOVE plan-lookup-team TO tt-team
    MOVE plan-lookup-date TO tt-game-date
    MOVE plan-lookup-slot TO tt-game-slot
    READ Team-Tactics
      INVALID KEY
        MOVE plan-lookup-team TO tt-team
        MOVE ZERO TO tt-game-date tt-game-slot
        READ Team-Tactics
          INVALID KEY
            MOVE SPACES TO tt-game-plan
        END-READ
    END-READ
    IF valid-game-plan
      MOVE tt-game-plan TO plan-lookup-result
    END-IF
    CLOSE Team-Tactics.

Weigh-Game-Plans.
    PERFORM VARYING GP-INDEX FROM 1 BY 1 UNTIL GP-INDEX > 2
      PERFORM Weigh-One-Game-Plan
    END-PERFORM.

Weigh-One-Game-Plan.
    IF GP-INDEX = 1
      MOVE 2 TO gp-other-side
    ELSE
      MOVE 1 TO gp-other-side
    END-IF
    MOVE 100 TO gp-power-pct(GP-INDEX) gp-focus-pct(GP-INDEX)
      gp-speed-pct(GP-INDEX)
    MOVE ZERO TO gp-body-wear(GP-INDEX) gp-mind-wear(GP-INDEX)
    EVALUATE TRUE
      WHEN gp-power-heavy(GP-INDEX)
        MOVE 120 TO gp-power-pct(GP-INDEX)
        MOVE 90 TO gp-focus-pct(GP-INDEX) gp-speed-pct(GP-INDEX)
        MOVE 2 TO gp-body-wear(GP-INDEX)
        IF plan-surface = "ROUGH" OR plan-surface = "SLOW"
          ADD 10 TO gp-power-pct(GP-INDEX)
        END-IF
        IF gp-speed-running(gp-other-side)
          ADD 10 TO gp-power-pct(GP-INDEX)
        END-IF
      WHEN gp-focus-control(GP-INDEX)
        MOVE 120 TO gp-focus-pct(GP-INDEX)
        MOVE 90 TO gp-power-pct(GP-INDEX) gp-speed-pct(GP-INDEX)
        IF gp-power-heavy(gp-other-side)
          ADD 10 TO gp-focus-pct(GP-INDEX)
        END-IF
      WHEN gp-speed-running(GP-INDEX)
        MOVE 120 TO gp-speed-pct(GP-INDEX)
        MOVE 90 TO gp-power-pct(GP-INDEX) gp-focus-pct(GP-INDEX)
        MOVE 1 TO gp-body-wear(GP-INDEX) gp-mind-wear(GP-INDEX)
        EVALUATE plan-surface
          WHEN "FAST"
            ADD 10 TO gp-speed-pct(GP-INDEX)
          WHEN "SLOW"
          WHEN "ROUGH"
            SUBTRACT 10 FROM gp-speed-pct(GP-INDEX)
        END-EVALUATE
        IF gp-focus-control(gp-other-side)
          ADD 10 TO gp-speed-pct(GP-INDEX)
        END-IF
      WHEN OTHER
        MOVE "BALANCED" TO gp-plan(GP-INDEX)
    END-EVALUATE.
