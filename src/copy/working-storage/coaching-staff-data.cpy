01 coaching-staff-status PIC 99.
  88 end-of-coaching-staff VALUE 10.
  88 coaching-staff-missing VALUE 35.
01 staff-season PIC 9(4) VALUE ZERO.
01 Staff-Team-Table.
  02 Staff-Team-Entry OCCURS 50 TIMES INDEXED BY STF-INDEX.
    03 stf-team-name           PIC X(20).
    03 stf-power-rating        PIC 9.
    03 stf-focus-rating        PIC 9.
    03 stf-speed-rating        PIC 9.
    03 stf-conditioning-rating PIC 9.
    03 stf-daily-salary        PIC 9(5).
01 staff-team-count PIC 9(3) VALUE ZERO.
01 staff-lookup-team PIC X(20).
01 staff-team-found PIC 9 VALUE ZERO.
  88 staff-team-was-found VALUE 1.
