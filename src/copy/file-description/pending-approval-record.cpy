01 Pending-Approval-Record.
  02 pa-request-id PIC 9(6).
  02 pa-job        PIC X(20).
  02 pa-league     PIC X(4).
  02 pa-parameters PIC X(40).
  02 pa-requester  PIC X(10).
  02 pa-request-stamp.
    03 pa-request-date PIC 9(8).
    03 pa-request-time PIC 9(6).
  02 pa-approver   PIC X(10).
  02 pa-decision-stamp.
    03 pa-decision-date PIC 9(8).
    03 pa-decision-time PIC 9(6).
  02 pa-run-stamp.
    03 pa-run-date PIC 9(8).
    03 pa-run-time PIC 9(6).
  02 pa-status PIC X.
    88 approval-pending  VALUE "P".
    88 approval-granted  VALUE "A".
    88 approval-declined VALUE "D".
    88 approval-expired  VALUE "E".
    88 approval-used     VALUE "C".
