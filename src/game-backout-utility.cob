ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Game-Log ASSIGN TO DYNAMIC game-log-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gl-log-key
    ALTERNATE RECORD KEY IS gl-game-key WITH DUPLICATES
    FILE STATUS IS game-log-status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

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

  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Attendance ASSIGN TO DYNAMIC attendance-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS attendance-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT Pending-Approvals ASSIGN TO "data/pending-approvals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pa-request-id
    FILE STATUS IS pending-approval-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Game-History

  COPY "src/copy/file-description/game-history-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

FD Attendance.
  COPY "src/copy/file-description/attendance-record.cpy".

FD Standings-Journal.
  COPY "src/copy/file-description/standings-journal-record.cpy".
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Pending-Approvals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pending-Approval-Record.

  COPY "src/copy/file-description/pending-approval-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/approval-data.cpy".
  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.

  01 Game-History-Status PIC 99.
    88 game-history-missing VALUE 35.
  01 game-log-status PIC 99.
    88 game-log-missing VALUE 35.
  01 game-log-reversed-count PIC 99 VALUE ZERO.
  01 Standings-Status PIC 99.
  01 season-stats-status PIC 99.
    88 season-stats-missing VALUE 35.
    88 treasury-missing VALUE 35.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  01 attendance-status PIC 99.
    88 end-of-attendance VALUE 10.
    88 attendance-file-missing VALUE 35.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 standings-journal-status PIC 99.
  78 GATE-REVENUE-PER-STAKES VALUE 100.
  78 WINNERS-PURSE-PER-STAKES VALUE 50.
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 rule-gate-revenue-per-stakes PIC 9(3)
    VALUE GATE-REVENUE-PER-STAKES.
  01 rule-winners-purse-per-stakes PIC 9(3)

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  DISPLAY "=== GAME BACK-OUT UTILITY ==="
  DISPLAY "GAME YEAR: " WITH NO ADVANCING
    GOBACK
  END-IF

  MOVE "GAME-BACKOUT" TO approval-job-tag
  MOVE gh-history-key TO approval-parameter-key
  PERFORM Claim-Admin-Approval
  IF NOT approval-was-claimed
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  EVALUATE gh-stakes-level
    WHEN 2 MOVE 5 TO backout-exp-award
    WHEN 3 MOVE 10 TO backout-exp-award
  PERFORM Reverse-Character-Postings
  PERFORM Reverse-Game-Revenue
  PERFORM Mark-History-Reversed
  PERFORM Mark-Game-Log-Reversed
  PERFORM Write-Backout-Log-Entry

  ADD 1 TO run-changed-count
GOBACK.

Load-League-Rules.
  MOVE gh-numeric-date TO rules-as-of-date
  PERFORM Select-Rules-Version
  IF rules-version-found
    MOVE rl-gate-revenue-per-stakes
      TO rule-gate-revenue-per-stakes
    MOVE rl-winners-purse-per-stakes
      TO rule-winners-purse-per-stakes
  END-IF
  CLOSE League-Rules.

  REWRITE Season-Stats-Record.

Reverse-Character-Postings.
  PERFORM Acquire-Exclusive-Characters-Hold
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF
        NOT AT END
          IF at-date = target-date
              AND at-slot = gh-game-slot
              AND at-challenger = gh-challenger
            SET gate-take-found TO TRUE
            COMPUTE gate-per-team = at-gate-take / 2
          END-IF
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE target-date TO tl-date
  MOVE backout-team TO tl-team
  MOVE "BACKOUT" TO tl-category
  MOVE counter-work TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-READ
  CLOSE Game-History.

Mark-Game-Log-Reversed.
  MOVE ZERO TO game-log-status
  OPEN I-O Game-Log
  IF game-log-missing
    CLOSE Game-Log
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING lu-scan FROM 1 BY 1
      UNTIL lu-scan > gh-lineup-count
    MOVE gh-lu-short-name(lu-scan) TO gl-short-name
    MOVE gh-numeric-date TO gl-numeric-date
    MOVE gh-game-slot TO gl-game-slot
    READ Game-Log KEY IS gl-log-key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET gl-game-reversed TO TRUE
        REWRITE Game-Log-Record
        ADD 1 TO game-log-reversed-count
    END-READ
  END-PERFORM
  CLOSE Game-Log
  DISPLAY "GAME LOG ENTRIES REVERSED: " game-log-reversed-count.

Write-Backout-Log-Entry.
  PERFORM Load-Operator-Id
  MOVE SPACES TO Backout-Log-Record
    WRITE Backout-Log-Record
  CLOSE Backout-Log.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "GAME-BACKOUT"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "GAME-BACKOUT".

APPROVAL-MANAGEMENT SECTION.
  COPY "src/copy/procedure/approval-guard.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
