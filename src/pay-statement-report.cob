
  01 posting-count PIC 9(5) VALUE ZERO.
  01 statement-total PIC 9(7) VALUE ZERO.
  01 statement-net-total PIC 9(7) VALUE ZERO.
  01 posting-net PIC 9(3).
  01 ledger-grand-total PIC 9(9) VALUE ZERO.
  01 reconcile-drift PIC S9(9).
  01 drift-edit PIC +Z(8)9.

  DISPLAY SPACES
  DISPLAY "=== PAY STATEMENT: " FUNCTION TRIM(statement-key) " ==="
  DISPLAY "DATE       TEAM                 GROSS    NET"

  PERFORM Scan-Ledger-For-Statement

  DISPLAY SPACES
  DISPLAY posting-count " POSTING(S), PERIOD-TO-DATE PAY $"
    statement-total " NET OF WITHHOLDING $" statement-net-total
STOP RUN.

Scan-Ledger-For-Statement.

  ADD 1 TO posting-count
  ADD pl-amount TO statement-total
  IF pl-net-amount IS NUMERIC
    MOVE pl-net-amount TO posting-net
  ELSE
    MOVE pl-amount TO posting-net
  END-IF
  ADD posting-net TO statement-net-total
  EVALUATE TRUE
    WHEN pl-bonus-posting
      DISPLAY pl-year "/" pl-month "/" pl-day " " pl-team " $"
        pl-amount " NET $" posting-net " (BONUS)"
    WHEN pl-pension-posting
      DISPLAY pl-year "/" pl-month "/" pl-day " " pl-team " $"
        pl-amount " NET $" posting-net " (PENSION)"
    WHEN pl-royalty-posting
      DISPLAY pl-year "/" pl-month "/" pl-day " " pl-team " $"
        pl-amount " NET $" posting-net " (ROYALTY)"
    WHEN pl-job-posting
      DISPLAY pl-year "/" pl-month "/" pl-day " " pl-team " $"
        pl-amount " NET $" posting-net " (JOB)"
    WHEN OTHER
      DISPLAY pl-year "/" pl-month "/" pl-day " " pl-team " $"
        pl-amount " NET $" posting-net
  END-EVALUATE.

Reconcile-Period.
  OPEN INPUT Pay-Ledger
        AT END
          SET end-of-pay-ledger TO TRUE
        NOT AT END
          IF NOT pl-pension-posting AND NOT pl-royalty-posting
              AND NOT pl-job-posting
            ADD pl-amount TO ledger-grand-total
            ADD 1 TO posting-count
          END-IF
      END-READ
    END-PERFORM
  CLOSE Pay-Ledger
