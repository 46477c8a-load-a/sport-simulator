    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS auth-log-status.

  SELECT Pending-Approvals ASSIGN TO "data/pending-approvals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pa-request-id
    FILE STATUS IS pending-approval-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Master ASSIGN TO "data/league-master.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lm-league-id
    FILE STATUS IS league-master-status.

  SELECT Operator-Alerts ASSIGN TO "data/operator-alerts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS al-alert-key
    FILE STATUS IS operator-alert-status.

  SELECT Alert-Routing ASSIGN TO "data/alert-routing.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS alert-routing-status.

  SELECT Training-Stamp ASSIGN TO "data/training-environment.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS training-stamp-status.

DATA DIVISION.
FILE SECTION.
FD Operator-Signon.
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

    02 FILLER PIC X VALUE SPACE.
    02 ad-decision PIC X(7).

FD Pending-Approvals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pending-Approval-Record.

  COPY "src/copy/file-description/pending-approval-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

FD League-Master
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Master-Record.

  COPY "src/copy/file-description/league-master-record.cpy".

FD Operator-Alerts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Operator-Alert-Record.

  COPY "src/copy/file-description/operator-alert-record.cpy".

FD Alert-Routing.
  01 Alert-Routing-Record.
    02 ar-kind PIC X(12).
    02 FILLER PIC X VALUE SPACE.
    02 ar-role PIC X.

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Training-Stamp.
  COPY "src/copy/file-description/training-stamp-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/operator-alert-data.cpy".
  COPY "src/copy/working-storage/approval-data.cpy".
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 menu-choice PIC X.
    88 quit-chosen VALUES "Q", "q".
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE SPACES.

  01 profile-status PIC 99.
    88 phase-allows-games VALUE 1.
  01 phase-entry PIC X(10).

  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.

  78 DEFAULT-APPROVAL-EXPIRY-HOURS VALUE 24.
  01 approval-expiry-hours PIC 9(3).
  01 approval-call-name PIC X(30).
  01 approval-lookup-flag PIC 9 VALUE ZERO.
    88 job-approval-granted VALUE 1.
    88 job-approval-pending VALUE 2.
  01 approval-found-id PIC 9(6).
  01 next-approval-id PIC 9(6).
  01 approval-now-minutes PIC 9(9).
  01 approval-request-minutes PIC 9(9).
  01 approval-clock.
    02 approval-hh PIC 99.
    02 approval-mm PIC 99.
    02 approval-ss PIC 99.
  01 approval-entry-id PIC 9(6).
  01 approval-entry-params PIC X(40).
  01 approval-key-flag PIC 9 VALUE ZERO.
    88 approval-key-refused VALUE 1.
  01 approval-decision PIC X.
    88 approval-decision-approve VALUES "A", "a".
    88 approval-decision-decline VALUES "D", "d".
  01 pending-listed-count PIC 9(3).

  01 league-master-status PIC 99.
    88 end-of-league-master VALUE 10.
    88 league-master-missing VALUE 35.
  01 league-entry PIC X(4).
  01 league-chosen-flag PIC 9 VALUE ZERO.
    88 league-was-chosen VALUE 1.
  01 current-league-name PIC X(30) VALUE "MAIN LEAGUE".

  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
  01 readiness-summary-status PIC 99.
    88 readiness-summary-missing VALUE 35.

  01 alert-routing-status PIC 99.
    88 end-of-alert-routing VALUE 10.
    88 alert-routing-missing VALUE 35.
  01 Alert-Route-Table.
    02 Alert-Route-Entry OCCURS 30 TIMES INDEXED BY AR-INDEX.
      03 art-kind PIC X(12).
      03 art-role PIC X.
  01 alert-route-count PIC 99 VALUE ZERO.
  01 effective-route-role PIC X.
    88 route-to-admins   VALUE "A".
    88 route-to-updaters VALUE "U".
  01 Inbox-Table.
    02 Inbox-Entry OCCURS 50 TIMES INDEXED BY IB-INDEX.
      03 ib-alert-key PIC X(46).
  01 inbox-count PIC 99 VALUE ZERO.
  01 inbox-more-count PIC 9(4) VALUE ZERO.
  01 inbox-entry-number PIC 99.
  01 inbox-answer PIC X(3).
    88 inbox-acknowledge-all VALUES "A", "a", "ALL", "all".
  01 inbox-leave-flag PIC 9 VALUE ZERO.
    88 inbox-left VALUE 1.
  01 open-alert-count PIC 9(4).
  01 alert-visible-flag PIC 9 VALUE 1.
    88 operator-sees-alert VALUE 1.

  01 active-character-count   PIC 9(4).
  01 archived-character-count PIC 9(4).
  01 last-cycle-stamp PIC X(14).
  01 readiness-found-flag PIC 9.
    88 readiness-on-file VALUE 1.
  01 training-stamp-status PIC 99.
    88 training-stamp-missing VALUE 35.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Sign-On-Operator
  PERFORM Review-Alert-Inbox
  PERFORM UNTIL quit-chosen
    PERFORM Show-Menu
    PERFORM Run-Choice

  PERFORM Load-Operator-Profile
  DISPLAY "SIGNED ON AS " FUNCTION TRIM(operator-id)
    " (ROLE " operator-role ")"
  PERFORM Sign-On-League.

Sign-On-League.
  MOVE ZERO TO league-chosen-flag
  MOVE ZERO TO league-master-status
  OPEN INPUT League-Master
  IF league-master-missing
    CLOSE League-Master
    MOVE "MAIN" TO league-entry
    MOVE "MAIN LEAGUE" TO current-league-name
    SET league-was-chosen TO TRUE
  ELSE
    PERFORM List-Leagues
    PERFORM Choose-League UNTIL league-was-chosen
    CLOSE League-Master
  END-IF

  OPEN OUTPUT League-Signon
    MOVE league-entry TO league-signon-line
    WRITE league-signon-line
  CLOSE League-Signon
  PERFORM Load-League-Context
  DISPLAY "WORKING IN LEAGUE " FUNCTION TRIM(current-league-id)
    " - " FUNCTION TRIM(current-league-name).

List-Leagues.
  DISPLAY "LEAGUES ON FILE:"
  MOVE LOW-VALUE TO lm-league-id
  START League-Master KEY >= lm-league-id
    INVALID KEY
      DISPLAY "  (NONE)"
    NOT INVALID KEY
      PERFORM UNTIL end-of-league-master
        READ League-Master NEXT RECORD
          AT END
            SET end-of-league-master TO TRUE
          NOT AT END
            DISPLAY "  " lm-league-id " " lm-league-name
              " TIER " lm-tier
        END-READ
      END-PERFORM
  END-START.

Choose-League.
  DISPLAY "LEAGUE ID (BLANK FOR MAIN): " WITH NO ADVANCING
  ACCEPT league-entry
  MOVE FUNCTION UPPER-CASE(league-entry) TO league-entry
  IF league-entry = SPACES
    MOVE "MAIN" TO league-entry
  END-IF
  MOVE league-entry TO lm-league-id
  READ League-Master KEY IS lm-league-id
    INVALID KEY
      IF league-entry = "MAIN"
        MOVE "MAIN LEAGUE" TO current-league-name
        SET league-was-chosen TO TRUE
      ELSE
        DISPLAY "NO SUCH LEAGUE: " league-entry
      END-IF
    NOT INVALID KEY
      MOVE lm-league-name TO current-league-name
      SET league-was-chosen TO TRUE
  END-READ.

Load-Operator-Profile.
  MOVE "A" TO operator-role
    DISPLAY "[S] SPORT-SIMULATOR"
  END-IF
  DISPLAY "[X] EXPORT CHARACTER SHEET TO CSV"
  DISPLAY "[W] WORK IN A DIFFERENT LEAGUE"
  IF operator-can-update
    DISPLAY "[D] RUN DAILY CYCLE (CALENDAR+GAME+FRIENDSHIP+PAYROLL)"
    DISPLAY "[U] RUN DAILY CYCLE TO A DATE (CATCH-UP)"
  END-IF
  DISPLAY "[A] AUDIT-TRAIL INQUIRY"
  DISPLAY "[I] ALERT INBOX"
  IF operator-can-update
    DISPLAY "[K] BACKUP UTILITY"
    DISPLAY "[R] REPLAY A GAME FROM HISTORY"
    DISPLAY "[O] SEASON-CLOSEOUT (ADMIN)"
    DISPLAY "[L] LOG-RETENTION-BATCH (ADMIN)"
    DISPLAY "[Z] FILE-REBUILD-UTILITY (ADMIN)"
    DISPLAY "[Y] GAME-BACKOUT-UTILITY (ADMIN)"
    DISPLAY "[N] TEAM-RENAME-UTILITY (ADMIN)"
    DISPLAY "[V] REVIEW APPROVAL QUEUE (ADMIN)"
    DISPLAY "[P] MANAGE OPERATOR PROFILES (ADMIN)"
    DISPLAY "[H] SET LEAGUE PHASE (ADMIN)"
  END-IF
Show-Status-Panel.
  DISPLAY SPACES
  DISPLAY "=== OPERATIONS DASHBOARD ==="
  PERFORM Show-Training-Banner
  DISPLAY "LEAGUE: " FUNCTION TRIM(current-league-id) " - "
    FUNCTION TRIM(current-league-name)

  PERFORM Show-Clock-And-Challenger
  PERFORM Show-Roster-Counts
  PERFORM Show-Lock-Holder
  PERFORM Show-Checkouts
  PERFORM Show-Last-Cycle
  PERFORM Show-Readiness-Exceptions
  PERFORM Show-Open-Alert-Count
  DISPLAY SPACES.

Show-Training-Banner.
  MOVE ZERO TO training-stamp-status
  OPEN INPUT Training-Stamp
    IF NOT training-stamp-missing
      READ Training-Stamp
        AT END
          CONTINUE
        NOT AT END
          DISPLAY "*** TRAINING DATA - NOT PRODUCTION (CLONED "
            ts-cloned-date " FROM " FUNCTION TRIM(ts-source) ") ***"
      END-READ
    END-IF
  CLOSE Training-Stamp.

Show-Clock-And-Challenger.
  MOVE ZERO TO clock-found-flag
  OPEN INPUT Season-Clock
  END-IF
  CLOSE Characters-Lock.

Show-Checkouts.
  MOVE ZERO TO checkout-status checkout-live-count
  OPEN INPUT Character-Checkouts
  IF checkout-status NOT = ZERO
    DISPLAY "CHECKOUTS: NONE"
    CLOSE Character-Checkouts
    EXIT PARAGRAPH
  END-IF
  MOVE FUNCTION CURRENT-DATE(1:14) TO checkout-now-stamp
  PERFORM UNTIL end-of-checkouts
    READ Character-Checkouts NEXT RECORD
      AT END
        SET end-of-checkouts TO TRUE
      NOT AT END
        PERFORM Show-One-Checkout
    END-READ
  END-PERFORM
  CLOSE Character-Checkouts
  IF checkout-live-count = ZERO
    DISPLAY "CHECKOUTS: NONE"
  END-IF.

Show-One-Checkout.
  IF checkout-live-count = ZERO
    DISPLAY "CHECKOUTS:"
  END-IF
  ADD 1 TO checkout-live-count
  IF cu-expires-stamp > checkout-now-stamp
    DISPLAY "  " cu-short-name " " cu-operator " " cu-holder " SINCE "
      cu-claimed-stamp(1:8) " " cu-claimed-stamp(9:2) ":"
      cu-claimed-stamp(11:2)
  ELSE
    DISPLAY "  " cu-short-name " " cu-operator " " cu-holder " SINCE "
      cu-claimed-stamp(1:8) " " cu-claimed-stamp(9:2) ":"
      cu-claimed-stamp(11:2) " EXPIRED"
  END-IF.

Show-Last-Cycle.
  MOVE SPACES TO last-cycle-stamp
  OPEN INPUT Run-History
        CALL "Sport-Simulator"
      END-IF
    WHEN "X" CALL "Sport-Simulator-Export-CSV"
    WHEN "W" PERFORM Sign-On-League
    WHEN "D"
      PERFORM Require-Update-Role
      PERFORM Require-Game-Phase
        CALL "Daily-Cycle-Run-To-Date"
      END-IF
    WHEN "A" CALL "Audit-Inquiry"
    WHEN "I" PERFORM Review-Alert-Inbox
    WHEN "K"
      PERFORM Require-Update-Role
      IF operator-can-update
    WHEN "O"
      PERFORM Require-Admin-Role
      IF operator-is-admin
        MOVE "SEASON-CLOSEOUT" TO approval-job-tag
        MOVE "Season-Closeout" TO approval-call-name
        PERFORM Raise-Or-Run-Approved-Job
      END-IF
    WHEN "L"
      PERFORM Require-Admin-Role
    WHEN "Z"
      PERFORM Require-Admin-Role
      IF operator-is-admin
        MOVE "FILE-REBUILD" TO approval-job-tag
        MOVE "File-Rebuild-Utility" TO approval-call-name
        PERFORM Raise-Or-Run-Approved-Job
      END-IF
    WHEN "Y"
      PERFORM Require-Admin-Role
      IF operator-is-admin
        MOVE "GAME-BACKOUT" TO approval-job-tag
        MOVE "Game-Backout-Utility" TO approval-call-name
        PERFORM Raise-Or-Run-Approved-Job
      END-IF
    WHEN "N"
      PERFORM Require-Admin-Role
      IF operator-is-admin
        MOVE "TEAM-RENAME" TO approval-job-tag
        MOVE "Team-Rename-Utility" TO approval-call-name
        PERFORM Raise-Or-Run-Approved-Job
      END-IF
    WHEN "V"
      PERFORM Require-Admin-Role
      IF operator-is-admin
        PERFORM Review-Approval-Queue
      END-IF
    WHEN "P"
      PERFORM Require-Admin-Role
    WRITE Auth-Decision-Record
  CLOSE Auth-Decisions.

Raise-Or-Run-Approved-Job.
  PERFORM Expire-Stale-Approvals
  PERFORM Capture-Approval-Key
  IF approval-key-refused
    EXIT PARAGRAPH
  END-IF
  PERFORM Find-Job-Approval
  EVALUATE TRUE
    WHEN job-approval-granted
      PERFORM Log-Auth-Granted
      CALL approval-call-name
    WHEN job-approval-pending
      DISPLAY "REQUEST " approval-found-id " FOR "
        FUNCTION TRIM(approval-job-tag)
        " IS STILL AWAITING A SECOND ADMIN'S APPROVAL."
    WHEN OTHER
      PERFORM Raise-Approval-Request
  END-EVALUATE.

Capture-Approval-Key.
  MOVE ZERO TO approval-key-flag
  MOVE SPACES TO approval-parameter-key
  EVALUATE approval-job-tag
    WHEN "TEAM-RENAME"
      DISPLAY "OLD TEAM NAME: " WITH NO ADVANCING
      ACCEPT rak-old-team
      MOVE FUNCTION UPPER-CASE(rak-old-team) TO rak-old-team
      DISPLAY "NEW TEAM NAME: " WITH NO ADVANCING
      ACCEPT rak-new-team
      MOVE FUNCTION UPPER-CASE(rak-new-team) TO rak-new-team
      IF rak-old-team = SPACES OR rak-new-team = SPACES
          OR rak-old-team = rak-new-team
          OR rak-old-team = "TEAMMATES"
        DISPLAY "A RENAME NEEDS TWO DIFFERENT TEAM NAMES"
          " (AND TEAMMATES IS OFF LIMITS)."
        SET approval-key-refused TO TRUE
      END-IF
    WHEN "GAME-BACKOUT"
      DISPLAY "GAME YEAR: " WITH NO ADVANCING
      ACCEPT bak-game-year
      DISPLAY "GAME MONTH: " WITH NO ADVANCING
      ACCEPT bak-game-month
      DISPLAY "GAME DAY: " WITH NO ADVANCING
      ACCEPT bak-game-day
      DISPLAY "GAME SLOT (1-9): " WITH NO ADVANCING
      ACCEPT bak-game-slot
      IF bak-game-year = ZERO OR bak-game-month = ZERO
          OR bak-game-day = ZERO OR bak-game-slot = ZERO
        DISPLAY "A BACK-OUT NEEDS A GAME DATE AND SLOT."
        SET approval-key-refused TO TRUE
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

Find-Job-Approval.
  MOVE ZERO TO approval-lookup-flag approval-found-id
    next-approval-id
  MOVE ZERO TO pending-approval-status
  OPEN INPUT Pending-Approvals
  IF pending-approvals-missing
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO pa-request-id
  START Pending-Approvals KEY >= pa-request-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pending-approvals
        READ Pending-Approvals NEXT RECORD
          AT END
            SET end-of-pending-approvals TO TRUE
          NOT AT END
            MOVE pa-request-id TO next-approval-id
            IF pa-job = approval-job-tag
                AND pa-league = current-league-id
                AND (approval-parameter-key = SPACES
                  OR pa-parameters = approval-parameter-key)
              EVALUATE TRUE
                WHEN approval-granted
                  SET job-approval-granted TO TRUE
                  MOVE pa-request-id TO approval-found-id
                WHEN approval-pending AND NOT job-approval-granted
                  SET job-approval-pending TO TRUE
                  MOVE pa-request-id TO approval-found-id
              END-EVALUATE
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Pending-Approvals.

Raise-Approval-Request.
  DISPLAY FUNCTION TRIM(approval-job-tag)
    " NEEDS A SECOND ADMIN'S APPROVAL BEFORE IT WILL RUN."
  IF approval-parameter-key NOT = SPACES
    MOVE approval-parameter-key TO approval-entry-params
  ELSE
    DISPLAY "PARAMETERS / REASON FOR THE REQUEST: "
      WITH NO ADVANCING
    ACCEPT approval-entry-params
    MOVE FUNCTION UPPER-CASE(approval-entry-params)
      TO approval-entry-params
  END-IF
  IF approval-entry-params = SPACES
    DISPLAY "NO REASON GIVEN; REQUEST NOT RAISED."
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO pending-approval-status
  OPEN I-O Pending-Approvals
  IF pending-approvals-missing
    OPEN OUTPUT Pending-Approvals
  END-IF
  MOVE SPACES TO Pending-Approval-Record
  ADD 1 TO next-approval-id
  MOVE next-approval-id TO pa-request-id
  MOVE approval-job-tag TO pa-job
  MOVE current-league-id TO pa-league
  MOVE approval-entry-params TO pa-parameters
  MOVE operator-id TO pa-requester
  MOVE FUNCTION CURRENT-DATE(1:8) TO pa-request-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO pa-request-time
  MOVE ZERO TO pa-decision-stamp pa-run-stamp
  SET approval-pending TO TRUE
  WRITE Pending-Approval-Record
    INVALID KEY
      DISPLAY "COULD NOT RECORD THE REQUEST (KEY "
        pa-request-id ")."
      CLOSE Pending-Approvals
      EXIT PARAGRAPH
  END-WRITE
  CLOSE Pending-Approvals

  MOVE "REQST" TO approval-audit-action
  MOVE pa-requester TO approval-audit-old
  MOVE pa-parameters TO approval-audit-new
  PERFORM Write-Approval-Audit
  PERFORM Write-Approval-Key-Audit
  DISPLAY "REQUEST " pa-request-id " RAISED; A DIFFERENT ADMIN"
    " MUST APPROVE IT FROM OPTION [V]."
  DISPLAY "REQUESTS NOT APPROVED WITHIN " approval-expiry-hours
    " HOUR(S) EXPIRE.".

Load-Approval-Expiry.
  MOVE DEFAULT-APPROVAL-EXPIRY-HOURS TO approval-expiry-hours
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "APPROVAL-EXPIRY"
                AND rc-filter(1:3) IS NUMERIC
                AND rc-filter(1:3) NOT = "000"
              MOVE rc-filter(1:3) TO approval-expiry-hours
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Expire-Stale-Approvals.
  PERFORM Load-Approval-Expiry
  MOVE FUNCTION CURRENT-DATE(9:6) TO approval-clock
  COMPUTE approval-now-minutes =
    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
      FUNCTION CURRENT-DATE(1:8))) * 1440
    + approval-hh * 60 + approval-mm

  MOVE ZERO TO pending-approval-status
  OPEN I-O Pending-Approvals
  IF pending-approvals-missing
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO pa-request-id
  START Pending-Approvals KEY >= pa-request-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pending-approvals
        READ Pending-Approvals NEXT RECORD
          AT END
            SET end-of-pending-approvals TO TRUE
          NOT AT END
            IF approval-pending
              PERFORM Expire-One-Approval
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Pending-Approvals.

Expire-One-Approval.
  MOVE pa-request-time TO approval-clock
  COMPUTE approval-request-minutes =
    FUNCTION INTEGER-OF-DATE(pa-request-date) * 1440
    + approval-hh * 60 + approval-mm
  IF approval-now-minutes - approval-request-minutes
      <= approval-expiry-hours * 60
    EXIT PARAGRAPH
  END-IF
  SET approval-expired TO TRUE
  MOVE FUNCTION CURRENT-DATE(1:8) TO pa-decision-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO pa-decision-time
  REWRITE Pending-Approval-Record
    INVALID KEY
      EXIT PARAGRAPH
  END-REWRITE
  DISPLAY "REQUEST " pa-request-id " FOR " FUNCTION TRIM(pa-job)
    " EXPIRED UNAPPROVED."
  MOVE "EXPIRE" TO approval-audit-action
  MOVE pa-requester TO approval-audit-old
  MOVE SPACES TO approval-audit-new
  PERFORM Write-Approval-Audit.

Review-Approval-Queue.
  PERFORM Expire-Stale-Approvals
  MOVE ZERO TO pending-listed-count
  MOVE ZERO TO pending-approval-status
  OPEN I-O Pending-Approvals
  IF pending-approvals-missing
    CLOSE Pending-Approvals
    DISPLAY "NO APPROVAL REQUESTS ON FILE."
    EXIT PARAGRAPH
  END-IF

  DISPLAY SPACES
  DISPLAY "=== PENDING APPROVALS ==="
  MOVE ZERO TO pa-request-id
  START Pending-Approvals KEY >= pa-request-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pending-approvals
        READ Pending-Approvals NEXT RECORD
          AT END
            SET end-of-pending-approvals TO TRUE
          NOT AT END
            IF approval-pending
              ADD 1 TO pending-listed-count
              DISPLAY pa-request-id " " pa-job " " pa-league
                " BY " pa-requester " " pa-request-date " "
                pa-request-time
              PERFORM Display-Approval-Parameters
            END-IF
        END-READ
      END-PERFORM
  END-START
  IF pending-listed-count = ZERO
    DISPLAY "NOTHING AWAITING APPROVAL."
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF

  DISPLAY "REQUEST NUMBER TO DECIDE (0 TO LEAVE): "
    WITH NO ADVANCING
  ACCEPT approval-entry-id
  IF approval-entry-id = ZERO
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF
  MOVE approval-entry-id TO pa-request-id
  READ Pending-Approvals KEY IS pa-request-id
    INVALID KEY
      DISPLAY "NO SUCH REQUEST."
      CLOSE Pending-Approvals
      EXIT PARAGRAPH
  END-READ
  IF NOT approval-pending
    DISPLAY "REQUEST " pa-request-id " IS NOT PENDING."
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF
  IF pa-requester = operator-id
    DISPLAY "REFUSED: YOU RAISED REQUEST " pa-request-id
      "; A DIFFERENT ADMIN MUST DECIDE IT."
    PERFORM Log-Auth-Denied
    CLOSE Pending-Approvals
    EXIT PARAGRAPH
  END-IF

  DISPLAY "[A]PPROVE OR [D]ECLINE: " WITH NO ADVANCING
  ACCEPT approval-decision
  EVALUATE TRUE
    WHEN approval-decision-approve
      SET approval-granted TO TRUE
      MOVE "APPROV" TO approval-audit-action
    WHEN approval-decision-decline
      SET approval-declined TO TRUE
      MOVE "DECLIN" TO approval-audit-action
    WHEN OTHER
      DISPLAY "NO DECISION RECORDED."
      CLOSE Pending-Approvals
      EXIT PARAGRAPH
  END-EVALUATE
  MOVE operator-id TO pa-approver
  MOVE FUNCTION CURRENT-DATE(1:8) TO pa-decision-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO pa-decision-time
  REWRITE Pending-Approval-Record
    INVALID KEY
      DISPLAY "COULD NOT RECORD THE DECISION."
      CLOSE Pending-Approvals
      EXIT PARAGRAPH
  END-REWRITE
  CLOSE Pending-Approvals

  MOVE pa-requester TO approval-audit-old
  MOVE pa-approver TO approval-audit-new
  PERFORM Write-Approval-Audit
  IF approval-granted
    DISPLAY "REQUEST " pa-request-id " APPROVED; "
      FUNCTION TRIM(pa-job) " MAY NOW BE RUN ONCE."
  ELSE
    DISPLAY "REQUEST " pa-request-id " DECLINED."
  END-IF.

Display-Approval-Parameters.
  EVALUATE pa-job
    WHEN "TEAM-RENAME"
      MOVE pa-parameters TO approval-parameter-key
      DISPLAY "       RENAME " FUNCTION TRIM(rak-old-team)
        " TO " FUNCTION TRIM(rak-new-team)
    WHEN "GAME-BACKOUT"
      MOVE pa-parameters TO approval-parameter-key
      DISPLAY "       BACK OUT " bak-game-year "/" bak-game-month
        "/" bak-game-day " SLOT " bak-game-slot
    WHEN OTHER
      DISPLAY "       " pa-parameters
  END-EVALUATE.

Manage-Operator-Profiles.
  DISPLAY "OPERATOR ID TO PROFILE: " WITH NO ADVANCING
  ACCEPT profile-entry-id
    profile-entry-role
  DISPLAY "THE LATEST LINE FOR AN OPERATOR WINS AT SIGN-ON.".

Show-Open-Alert-Count.
  PERFORM Load-Alert-Routing
  MOVE ZERO TO open-alert-count
  MOVE ZERO TO operator-alert-status
  OPEN INPUT Operator-Alerts
  IF operator-alerts-missing
    CLOSE Operator-Alerts
    DISPLAY "ALERTS: NONE ON FILE"
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO al-alert-key
  MOVE current-league-id TO al-league
  START Operator-Alerts KEY >= al-alert-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-operator-alerts
        READ Operator-Alerts NEXT RECORD
          AT END
            SET end-of-operator-alerts TO TRUE
          NOT AT END
            IF al-league NOT = current-league-id
              SET end-of-operator-alerts TO TRUE
            ELSE
              PERFORM Resolve-Alert-Route
              IF alert-unacknowledged AND operator-sees-alert
                ADD 1 TO open-alert-count
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Operator-Alerts
  DISPLAY "ALERTS: " open-alert-count " UNACKNOWLEDGED (OPTION [I])".

Load-Alert-Routing.
  MOVE ZERO TO alert-route-count
  MOVE ZERO TO alert-routing-status
  OPEN INPUT Alert-Routing
  IF alert-routing-missing
    CLOSE Alert-Routing
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-alert-routing
    READ Alert-Routing
      AT END
        SET end-of-alert-routing TO TRUE
      NOT AT END
        IF ar-kind NOT = SPACES AND alert-route-count < 30
            AND (ar-role = "A" OR ar-role = "U" OR ar-role = "I")
          ADD 1 TO alert-route-count
          SET AR-INDEX TO alert-route-count
          MOVE FUNCTION UPPER-CASE(ar-kind) TO art-kind(AR-INDEX)
          MOVE ar-role TO art-role(AR-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Alert-Routing.

Resolve-Alert-Route.
  MOVE al-route-role TO effective-route-role
  PERFORM VARYING AR-INDEX FROM 1 BY 1
      UNTIL AR-INDEX > alert-route-count
    IF art-kind(AR-INDEX) = al-kind
      MOVE art-role(AR-INDEX) TO effective-route-role
    END-IF
  END-PERFORM
  MOVE 1 TO alert-visible-flag
  IF route-to-admins AND NOT operator-is-admin
    MOVE ZERO TO alert-visible-flag
  END-IF
  IF route-to-updaters AND NOT operator-can-update
    MOVE ZERO TO alert-visible-flag
  END-IF.

Review-Alert-Inbox.
  MOVE ZERO TO inbox-leave-flag
  PERFORM Load-Alert-Routing
  PERFORM UNTIL inbox-left
    PERFORM List-Alert-Inbox
    IF inbox-count = ZERO
      SET inbox-left TO TRUE
    ELSE
      PERFORM Take-Inbox-Answer
    END-IF
  END-PERFORM.

List-Alert-Inbox.
  MOVE ZERO TO inbox-count inbox-more-count
  MOVE ZERO TO operator-alert-status
  OPEN INPUT Operator-Alerts
  IF operator-alerts-missing
    CLOSE Operator-Alerts
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO al-alert-key
  MOVE current-league-id TO al-league
  START Operator-Alerts KEY >= al-alert-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-operator-alerts
        READ Operator-Alerts NEXT RECORD
          AT END
            SET end-of-operator-alerts TO TRUE
          NOT AT END
            IF al-league NOT = current-league-id
              SET end-of-operator-alerts TO TRUE
            ELSE
              PERFORM Resolve-Alert-Route
              IF alert-unacknowledged AND operator-sees-alert
                PERFORM List-One-Alert
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Operator-Alerts

  IF inbox-count = ZERO
    DISPLAY "NO UNACKNOWLEDGED ALERTS FOR ROLE " operator-role "."
  ELSE
    IF inbox-more-count > ZERO
      DISPLAY "  ... AND " inbox-more-count
        " MORE; ACKNOWLEDGE THESE TO SEE THEM."
    END-IF
  END-IF.

List-One-Alert.
  IF inbox-count >= 50
    ADD 1 TO inbox-more-count
    EXIT PARAGRAPH
  END-IF
  IF inbox-count = ZERO
    DISPLAY SPACES
    DISPLAY "=== ALERT INBOX: " FUNCTION TRIM(current-league-id)
      " ==="
    DISPLAY "NO SEV RAISED   PROGRAM              TEAM"
      "                 CHARACTER"
  END-IF
  ADD 1 TO inbox-count
  SET IB-INDEX TO inbox-count
  MOVE al-alert-key TO ib-alert-key(IB-INDEX)
  MOVE inbox-count TO inbox-entry-number
  DISPLAY inbox-entry-number " " al-severity "   " al-raised-date " "
    al-program " " al-team " " al-character
  DISPLAY "      " al-kind " " al-text.

Take-Inbox-Answer.
  DISPLAY "ACKNOWLEDGE WHICH (NUMBER, A=ALL, BLANK TO LEAVE): "
    WITH NO ADVANCING
  ACCEPT inbox-answer
  EVALUATE TRUE
    WHEN inbox-answer = SPACES
      SET inbox-left TO TRUE
    WHEN inbox-acknowledge-all
      PERFORM VARYING IB-INDEX FROM 1 BY 1
          UNTIL IB-INDEX > inbox-count
        PERFORM Acknowledge-One-Alert
      END-PERFORM
    WHEN FUNCTION TRIM(inbox-answer) IS NUMERIC
      MOVE FUNCTION NUMVAL(inbox-answer) TO inbox-entry-number
      IF inbox-entry-number < 1 OR inbox-entry-number > inbox-count
        DISPLAY "NO SUCH ALERT NUMBER."
      ELSE
        SET IB-INDEX TO inbox-entry-number
        PERFORM Acknowledge-One-Alert
      END-IF
    WHEN OTHER
      DISPLAY "INVALID ANSWER."
  END-EVALUATE.

Acknowledge-One-Alert.
  MOVE ZERO TO operator-alert-status
  OPEN I-O Operator-Alerts
  MOVE ib-alert-key(IB-INDEX) TO al-alert-key
  READ Operator-Alerts KEY IS al-alert-key
    INVALID KEY
      CLOSE Operator-Alerts
      EXIT PARAGRAPH
  END-READ
  IF alert-acknowledged
    CLOSE Operator-Alerts
    EXIT PARAGRAPH
  END-IF
  SET alert-acknowledged TO TRUE
  MOVE operator-id TO al-ack-operator
  MOVE FUNCTION CURRENT-DATE(1:8) TO al-ack-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO al-ack-time
  REWRITE Operator-Alert-Record
    INVALID KEY
      DISPLAY "COULD NOT RECORD THE ACKNOWLEDGEMENT."
      CLOSE Operator-Alerts
      EXIT PARAGRAPH
  END-REWRITE
  CLOSE Operator-Alerts

  MOVE SPACES TO Character-Audit-Record
  MOVE "ALERT" TO audit-key
  MOVE al-ack-date TO audit-date
  MOVE al-ack-time TO audit-time
  MOVE operator-id TO audit-operator
  MOVE "ACK" TO audit-action
  MOVE al-kind TO audit-field
  MOVE al-reference TO audit-old-value
  MOVE al-program TO audit-new-value
  OPEN EXTEND Character-Audit
  IF audit-file-missing
    OPEN OUTPUT Character-Audit
  END-IF
  IF audit-file = ZERO
    WRITE Character-Audit-Record
    CLOSE Character-Audit
  ELSE
    PERFORM Check-Audit-Status
  END-IF
  DISPLAY "ACKNOWLEDGED: " FUNCTION TRIM(al-kind) " "
    FUNCTION TRIM(al-text).

APPROVAL-MANAGEMENT SECTION.
  COPY "src/copy/procedure/approval-guard.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "DRIVER-MENU"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/error-log-writer.cpy".
