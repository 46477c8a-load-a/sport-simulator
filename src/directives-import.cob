    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rejects-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Suspensions ASSIGN TO "data/suspensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

DATA DIVISION.
FILE SECTION.
FD Directives.
      88 directive-schedule VALUE "SCHEDULE".
      88 directive-sanction VALUE "SANCTION".
      88 directive-statcorr VALUE "STATCORR".
      88 directive-rule     VALUE "RULE".
    02 FILLER PIC X.
    02 dr-target PIC X(20).
    02 FILLER PIC X.
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Suspensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Suspension-Record.
FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
    88 treasury-missing VALUE 35.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  01 suspension-status PIC 99.
    88 suspensions-missing VALUE 35.
  01 season-stats-status PIC 99.
  01 File-Status PIC 99.
  01 audit-file PIC 99.
  01 error-log-status PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 league-today PIC 9(8).
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".

  01 row-valid-flag PIC 9 VALUE ZERO.
    88 row-is-valid VALUE 1.
    88 suspension-was-found VALUE 1.
  01 stat-work PIC S9(6).
  01 directive-character PIC X(10).
  01 rule-minimum-value PIC 9(3).
  01 rule-maximum-value PIC 9(3).
  01 directive-rule-base PIC X(80).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Operator-Id
  PERFORM Load-Season-Clock

  OPEN INPUT Directives
  IF directives-missing
    run-processed-count
GOBACK.

Load-Season-Clock.
  MOVE ZERO TO clock-found-flag
  OPEN INPUT Season-Clock
    IF NOT season-clock-missing
      READ Season-Clock
        AT END
          CONTINUE
        NOT AT END
          SET season-clock-found TO TRUE
      END-READ
    END-IF
  CLOSE Season-Clock
  IF season-clock-found
    MOVE clock-date TO league-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO league-today
  END-IF.

Import-One-Directive.
  ADD 1 TO run-processed-count
  PERFORM Validate-One-Directive
      PERFORM Apply-Sanction-Directive
    WHEN directive-statcorr
      PERFORM Apply-Statcorr-Directive
    WHEN directive-rule
      PERFORM Apply-Rule-Directive
  END-EVALUATE

  ADD 1 TO run-changed-count
  IF NOT directive-fine AND NOT directive-schedule
      AND NOT directive-sanction
      AND NOT directive-statcorr
      AND NOT directive-rule
    MOVE "UNKNOWN DIRECTIVE TYPE" TO reject-reason
    EXIT PARAGRAPH
  END-IF
    END-IF
  END-IF

  IF directive-rule
    PERFORM Validate-Rule-Directive
    IF reject-reason NOT = SPACES
      EXIT PARAGRAPH
    END-IF
  END-IF

  SET row-is-valid TO TRUE.

Validate-Rule-Directive.
  MOVE ZERO TO rule-minimum-value
  MOVE 999 TO rule-maximum-value
  EVALUATE dr-target
    WHEN "HOME-FIELD-BONUS"
      MOVE 9 TO rule-maximum-value
    WHEN "SYNERGY-CAP"
    WHEN "SYNERGY-FRIEND"
    WHEN "SYNERGY-BEST"
    WHEN "SYNERGY-FAMILY"
    WHEN "GATE-PER-STAKES"
    WHEN "PURSE-PER-STAKES"
    WHEN "MIN-EFFECTIVENESS"
    WHEN "BUDGET-OVERRUN-PCT"
      CONTINUE
    WHEN "INJURY-DIE-SIZE"
    WHEN "LINEUP-LIMIT"
    WHEN "VETERAN-PEAK-AGE"
      MOVE 1 TO rule-minimum-value
      MOVE 99 TO rule-maximum-value
    WHEN "INJURY-BODY-LOSS"
    WHEN "ROTATION-SIT-LIMIT"
      MOVE 99 TO rule-maximum-value
    WHEN OTHER
      MOVE "RULE NAME NOT RECOGNISED" TO reject-reason
      EXIT PARAGRAPH
  END-EVALUATE

  IF dr-amount < rule-minimum-value
      OR dr-amount > rule-maximum-value
    MOVE "RULE VALUE OUT OF RANGE" TO reject-reason
    EXIT PARAGRAPH
  END-IF

  IF dr-date IS NOT NUMERIC
      OR dr-date(5:2) < "01" OR dr-date(5:2) > "13"
      OR dr-date(7:2) < "01" OR dr-date(7:2) > "28"
    MOVE "EFFECTIVE DATE NOT VALID" TO reject-reason
    EXIT PARAGRAPH
  END-IF

  MOVE dr-date TO rules-as-of-date
  PERFORM Select-Rules-Version
  IF rules-version-found
    MOVE League-Rules-Record TO directive-rule-base
  ELSE
    MOVE "NO RULES ON FILE" TO reject-reason
  END-IF
  CLOSE League-Rules.

Apply-Fine-Directive.
  OPEN I-O Treasury
  IF treasury-missing
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE league-today TO tl-date
  MOVE dr-target TO tl-team
  MOVE "FINE" TO tl-category
  COMPUTE tl-amount = ZERO - dr-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  MOVE dr-amount TO audit-new-value
  PERFORM Write-Audit-Entry.

Apply-Rule-Directive.
  MOVE directive-rule-base TO League-Rules-Record
  EVALUATE dr-target
    WHEN "HOME-FIELD-BONUS"
      MOVE dr-amount TO rl-home-field-bonus
    WHEN "SYNERGY-CAP"
      MOVE dr-amount TO rl-synergy-cap
    WHEN "SYNERGY-FRIEND"
      MOVE dr-amount TO rl-synergy-level-friend
    WHEN "SYNERGY-BEST"
      MOVE dr-amount TO rl-synergy-level-best
    WHEN "SYNERGY-FAMILY"
      MOVE dr-amount TO rl-synergy-level-family
    WHEN "GATE-PER-STAKES"
      MOVE dr-amount TO rl-gate-revenue-per-stakes
    WHEN "PURSE-PER-STAKES"
      MOVE dr-amount TO rl-winners-purse-per-stakes
    WHEN "INJURY-DIE-SIZE"
      MOVE dr-amount TO rl-injury-die-size
    WHEN "INJURY-BODY-LOSS"
      MOVE dr-amount TO rl-injury-body-loss
    WHEN "MIN-EFFECTIVENESS"
      COMPUTE rl-minimum-effectiveness = dr-amount / 100
    WHEN "LINEUP-LIMIT"
      MOVE dr-amount TO rl-lineup-limit
    WHEN "ROTATION-SIT-LIMIT"
      MOVE dr-amount TO rl-rotation-sit-limit
    WHEN "BUDGET-OVERRUN-PCT"
      MOVE dr-amount TO rl-budget-overrun-pct
    WHEN "VETERAN-PEAK-AGE"
      MOVE dr-amount TO rl-veteran-peak-age
  END-EVALUATE
  MOVE dr-date TO rl-effective-date
  MOVE operator-id TO rl-changed-by
  MOVE FUNCTION CURRENT-DATE(1:8) TO rl-changed-date
  MOVE "DIRECTIVE" TO rl-change-source

  OPEN EXTEND League-Rules
    WRITE League-Rules-Record
  CLOSE League-Rules.

Write-Audit-Entry.
  MOVE directive-character TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "DIRECTIVES-IMPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
