Claim-Admin-Approval.
    MOVE ZERO TO approval-claim-flag
    MOVE ZERO TO pending-approval-status
    OPEN I-O Pending-Approvals
    IF pending-approvals-missing
      CLOSE Pending-Approvals
      PERFORM Refuse-Unapproved-Run
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO pa-request-id
    START Pending-Approvals KEY >= pa-request-id
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-pending-approvals
            OR approval-was-claimed
          READ Pending-Approvals NEXT RECORD
            AT END
              SET end-of-pending-approvals TO TRUE
            NOT AT END
              IF approval-granted
                  AND pa-job = approval-job-tag
                  AND pa-league = current-league-id
                  AND (approval-parameter-key = SPACES
                    OR pa-parameters = approval-parameter-key)
                PERFORM Mark-Approval-Used
              END-IF
          END-READ
        END-PERFORM
    END-START
    CLOSE Pending-Approvals
    IF NOT approval-was-claimed
      PERFORM Refuse-Unapproved-Run
    END-IF.

Mark-Approval-Used.
    SET approval-used TO TRUE
    MOVE FUNCTION CURRENT-DATE(1:8) TO pa-run-date
    MOVE FUNCTION CURRENT-DATE(9:6) TO pa-run-time
    REWRITE Pending-Approval-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    SET approval-was-claimed TO TRUE
    DISPLAY "RUNNING UNDER APPROVAL " pa-request-id
      " (REQUESTED BY " FUNCTION TRIM(pa-requester)
      ", APPROVED BY " FUNCTION TRIM(pa-approver) ")"
    MOVE "RUN" TO approval-audit-action
    MOVE pa-requester TO approval-audit-old
    MOVE pa-approver TO approval-audit-new
    PERFORM Write-Approval-Audit
    PERFORM Write-Approval-Key-Audit.

Write-Approval-Key-Audit.
    IF pa-parameters = SPACES
        OR approval-parameter-key = SPACES
      EXIT PARAGRAPH
    END-IF
    MOVE "PARAMS" TO approval-audit-action
    MOVE pa-parameters(1:20) TO approval-audit-old
    MOVE pa-parameters(21:20) TO approval-audit-new
    PERFORM Write-Approval-Audit.

Refuse-Unapproved-Run.
    DISPLAY "REFUSED: " FUNCTION TRIM(approval-job-tag)
      " NEEDS A REQUEST APPROVED BY A SECOND ADMIN."
    IF approval-parameter-key NOT = SPACES
      DISPLAY "NO APPROVED REQUEST MATCHES THESE PARAMETERS."
    END-IF
    DISPLAY "RAISE IT FROM THE OPERATIONS MENU.".

Write-Approval-Audit.
    MOVE SPACES TO Character-Audit-Record
    STRING "APPR" pa-request-id DELIMITED BY SIZE INTO audit-key
    MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
    MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
    PERFORM Load-Operator-Id
    MOVE operator-id TO audit-operator
    MOVE approval-audit-action TO audit-action
    MOVE pa-job TO audit-field
    MOVE approval-audit-old TO audit-old-value
    MOVE approval-audit-new TO audit-new-value
    OPEN EXTEND Character-Audit
    IF audit-file-missing
      OPEN OUTPUT Character-Audit
    END-IF
    IF audit-file NOT = ZERO
      PERFORM Check-Audit-Status
      EXIT PARAGRAPH
    END-IF
      WRITE Character-Audit-Record
    CLOSE Character-Audit.
