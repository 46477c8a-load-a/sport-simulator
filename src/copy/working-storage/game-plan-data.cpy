01 team-tactics-status PIC 99.
  88 end-of-team-tactics VALUE 10.
  88 team-tactics-missing VALUE 35.
01 plan-lookup-team PIC X(20).
01 plan-lookup-date PIC 9(8).
01 plan-lookup-slot PIC 9.
01 plan-lookup-result PIC X(14).
01 plan-surface PIC X(10).
01 Game-Plan-Sides.
  02 Game-Plan-Side OCCURS 2 TIMES INDEXED BY GP-INDEX.
    03 gp-plan      PIC X(14).
      88 gp-power-heavy   VALUE "POWER-HEAVY".
      88 gp-focus-control VALUE "FOCUS-CONTROL".
      88 gp-speed-running VALUE "SPEED-RUNNING".
      88 gp-balanced      VALUE "BALANCED".
    03 gp-power-pct PIC 9(3).
    03 gp-focus-pct PIC 9(3).
    03 gp-speed-pct PIC 9(3).
    03 gp-body-wear PIC 9.
    03 gp-mind-wear PIC 9.
01 gp-other-side PIC 9.
