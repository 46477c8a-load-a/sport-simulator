Guard-Ledger-Posting.
    OPEN INPUT Ledger-Periods
    IF ledger-periods-missing
      CLOSE Ledger-Periods
      EXIT PARAGRAPH
    END-IF
    MOVE tl-date(1:4) TO guard-period-year
    MOVE tl-date(5:2) TO guard-period-month
    PERFORM Read-Guard-Period
    IF NOT guard-period-closed
      CLOSE Ledger-Periods
      EXIT PARAGRAPH
    END-IF

    MOVE tl-date TO tl-original-date
    PERFORM UNTIL NOT guard-period-closed
      ADD 1 TO guard-period-month
      IF guard-period-month > 13
        MOVE 1 TO guard-period-month
        ADD 1 TO guard-period-year
      END-IF
      PERFORM Read-Guard-Period
    END-PERFORM
    CLOSE Ledger-Periods

    COMPUTE tl-date =
      guard-period-year * 10000 + guard-period-month * 100 + 1
    SET tl-period-adjustment TO TRUE
    DISPLAY "LEDGER PERIOD " tl-original-date(1:6) " IS CLOSED FOR "
      FUNCTION TRIM(tl-team) "; POSTED AS AN ADJUSTMENT ON " tl-date.

Read-Guard-Period.
    MOVE ZERO TO guard-closed-flag
    MOVE tl-team TO lp-team
    MOVE guard-period-year TO lp-year
    MOVE guard-period-month TO lp-month
    READ Ledger-Periods
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF ledger-period-closed
          SET guard-period-closed TO TRUE
        END-IF
    END-READ.
