01 pending-approval-status PIC 99.
  88 end-of-pending-approvals VALUE 10.
  88 pending-approvals-missing VALUE 35.
01 approval-job-tag PIC X(20).
01 approval-claim-flag PIC 9 VALUE ZERO.
  88 approval-was-claimed VALUE 1.
01 approval-audit-action PIC X(6).
01 approval-audit-old PIC X(20).
01 approval-audit-new PIC X(20).
01 approval-parameter-key PIC X(40) VALUE SPACES.
01 Rename-Approval-Key REDEFINES approval-parameter-key.
  02 rak-old-team PIC X(20).
  02 rak-new-team PIC X(20).
01 Backout-Approval-Key REDEFINES approval-parameter-key.
  02 bak-game-date.
    03 bak-game-year  PIC 9(4).
    03 bak-game-month PIC 99.
    03 bak-game-day   PIC 99.
  02 bak-game-slot PIC 9.
  02 FILLER PIC X(31).
