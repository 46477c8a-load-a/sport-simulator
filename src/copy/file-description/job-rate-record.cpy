01 Job-Rate-Record.
  02 jr-rate-key.
    03 jr-job   PIC X(10).
    03 jr-task  PIC X(10).
    03 jr-skill PIC X(10).
  02 jr-daily-pay       PIC 9(3).
  02 jr-work-value      PIC 9(5).
  02 jr-experience-gain PIC 9.
  02 jr-description     PIC X(30).
  02 jr-entered-by      PIC X(10).
