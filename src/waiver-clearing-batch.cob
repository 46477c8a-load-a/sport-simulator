IDENTIFICATION DIVISION.
PROGRAM-ID. Waiver-Clearing-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Waivers ASSIGN TO "data/waivers.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wv-short-name
    FILE STATUS IS waiver-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Transfer-Log ASSIGN TO "data/transfer-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Characters-Lock ASSIGN TO "data/characters.dat.lock"
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

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Waivers
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Waiver-Record.

  COPY "src/copy/file-description/waiver-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.

  COPY "src/copy/file-description/standings-record.cpy".

FD Game-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-History-Record.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 waiver-status PIC 99.
    88 end-of-waivers VALUE 10.
    88 waivers-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 Standings-Status PIC 99.
    88 standings-not-found VALUE 23.
  01 Game-History-Status PIC 99.
    88 end-of-file-history VALUE 10.
    88 game-history-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 transfer-log-status PIC 99.
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  78 WAIVER-HOLD-TEAM VALUE "WAIVERS".
  78 FREE-AGENT-TEAM VALUE "NONE".

  01 waiver-today PIC 9(8).
  01 priority-season PIC 9(4).

  01 Priority-Table.
    02 Priority-Entry OCCURS 50 TIMES INDEXED BY PR-INDEX.
      03 pr-team-name     PIC X(20).
      03 pr-win-pct       PIC 9V9999.
      03 pr-losses        PIC 9(5).
      03 pr-points-for    PIC 9(7).
      03 pr-points-against PIC 9(7).
  01 priority-count PIC 9(3) VALUE ZERO.
  01 pr-swap-entry PIC X(44).
  01 games-played PIC 9(5).
  01 sort-swapped PIC 9 VALUE ZERO.
    88 entries-swapped VALUE 1.

  01 H2H-Pair-Table.
    02 H2H-Pair-Entry OCCURS 100 TIMES INDEXED BY HH-INDEX.
      03 hh-challenger PIC X(20).
      03 hh-team-wins  PIC 9(5).
      03 hh-challenger-wins PIC 9(5).
  01 h2h-pair-count PIC 9(3) VALUE ZERO.
  01 h2h-found-flag PIC 9 VALUE ZERO.
    88 h2h-pair-found VALUE 1.
  01 h2h-margin PIC S9(5).
  01 compare-a-name PIC X(20).
  01 compare-b-name PIC X(20).
  01 compare-a-diff PIC S9(7).
  01 compare-b-diff PIC S9(7).
  01 tiebreak-code PIC X(4).
  01 swap-needed-flag PIC 9 VALUE ZERO.
    88 swap-is-needed VALUE 1.

  01 claim-rank PIC 9(3).
  01 best-claim-rank PIC 9(3).
  01 winning-team PIC X(20).
  01 transfer-from-team PIC X(20).
  01 awarded-count PIC 9(4) VALUE ZERO.
  01 cleared-count PIC 9(4) VALUE ZERO.
  01 voided-count  PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Waiver-Today
  DISPLAY "=== WAIVER CLEARING FOR " waiver-today " ==="

  PERFORM Load-Priority-Order
  PERFORM Load-Head-To-Head-Table
  PERFORM Sort-Priority-Table
  PERFORM Show-Priority-Order

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  OPEN I-O Waivers
  IF waivers-missing
    DISPLAY "NOBODY IS ON WAIVERS."
  ELSE
    PERFORM Check-Waiver-Status
    OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO wv-short-name
    START Waivers KEY >= wv-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-waivers
          READ Waivers NEXT RECORD
            AT END
              SET end-of-waivers TO TRUE
            NOT AT END
              PERFORM Settle-One-Waiver
          END-READ
        END-PERFORM
    END-START
    CLOSE CharacterSheet
  END-IF
  CLOSE Waivers
  PERFORM Release-Characters-Lock

  COMPUTE run-changed-count = awarded-count + cleared-count
  PERFORM Write-Run-History-Entry

  DISPLAY SPACES
  DISPLAY "WAIVERS SETTLED: " awarded-count " CLAIMED, "
    cleared-count " CLEARED TO FREE AGENCY, " voided-count
    " VOIDED"
GOBACK.

Load-Waiver-Today.
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
    MOVE clock-date TO waiver-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO waiver-today
  END-IF
  MOVE waiver-today(1:4) TO priority-season.

Load-Priority-Order.
  MOVE ZERO TO priority-count
  OPEN INPUT Standings
    PERFORM Check-Standings-Status
    MOVE priority-season TO standings-season
    MOVE LOW-VALUE TO team-name
    START Standings KEY >= standings-key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL standings-not-found
          READ Standings NEXT RECORD
            AT END SET standings-not-found TO TRUE
            NOT AT END
              IF standings-season = priority-season
                PERFORM Append-Priority-Team
              ELSE
                SET standings-not-found TO TRUE
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE Standings.

Append-Priority-Team.
  IF priority-count >= 50
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO priority-count
  SET PR-INDEX TO priority-count
  MOVE team-name TO pr-team-name(PR-INDEX)
  MOVE team-losses TO pr-losses(PR-INDEX)
  MOVE team-points-for TO pr-points-for(PR-INDEX)
  MOVE team-points-against TO pr-points-against(PR-INDEX)
  COMPUTE games-played = team-wins + team-losses + team-ties
  IF games-played = ZERO
    MOVE ZERO TO pr-win-pct(PR-INDEX)
  ELSE
    COMPUTE pr-win-pct(PR-INDEX) ROUNDED =
      team-wins / games-played
  END-IF.

Load-Head-To-Head-Table.
  MOVE ZERO TO h2h-pair-count
  OPEN INPUT Game-History
  IF game-history-missing OR Game-History-Status NOT = ZERO
    CLOSE Game-History
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO gh-history-key
  START Game-History KEY >= gh-history-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-file-history
        READ Game-History NEXT RECORD
          AT END
            SET end-of-file-history TO TRUE
          NOT AT END
            IF gh-year-number = priority-season
              PERFORM Tally-H2H-Pair
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Game-History.

Tally-H2H-Pair.
  MOVE ZERO TO h2h-found-flag
  PERFORM VARYING HH-INDEX FROM 1 BY 1
      UNTIL HH-INDEX > h2h-pair-count OR h2h-pair-found
    IF hh-challenger(HH-INDEX) = gh-challenger
      SET h2h-pair-found TO TRUE
    END-IF
  END-PERFORM
  IF h2h-pair-found
    SET HH-INDEX DOWN BY 1
  ELSE
    IF h2h-pair-count >= 100
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO h2h-pair-count
    SET HH-INDEX TO h2h-pair-count
    MOVE gh-challenger TO hh-challenger(HH-INDEX)
    MOVE ZERO TO hh-team-wins(HH-INDEX)
    MOVE ZERO TO hh-challenger-wins(HH-INDEX)
  END-IF

  EVALUATE gh-outcome-code
    WHEN 1
      ADD 1 TO hh-team-wins(HH-INDEX)
    WHEN 2
      ADD 1 TO hh-challenger-wins(HH-INDEX)
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

Sort-Priority-Table.
  SET entries-swapped TO TRUE
  PERFORM Sort-Priority-Pass UNTIL NOT entries-swapped.

Sort-Priority-Pass.
  MOVE ZERO TO sort-swapped
  PERFORM VARYING PR-INDEX FROM 1 BY 1
      UNTIL PR-INDEX > priority-count - 1
    PERFORM Check-Priority-Swap-Needed
    IF swap-is-needed
      MOVE Priority-Entry(PR-INDEX) TO pr-swap-entry
      MOVE Priority-Entry(PR-INDEX + 1) TO Priority-Entry(PR-INDEX)
      MOVE pr-swap-entry TO Priority-Entry(PR-INDEX + 1)
      SET entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Check-Priority-Swap-Needed.
  MOVE ZERO TO swap-needed-flag
  IF pr-win-pct(PR-INDEX) > pr-win-pct(PR-INDEX + 1)
    SET swap-is-needed TO TRUE
    EXIT PARAGRAPH
  END-IF
  IF pr-win-pct(PR-INDEX) < pr-win-pct(PR-INDEX + 1)
    EXIT PARAGRAPH
  END-IF

  PERFORM Determine-Tiebreak-Order
  IF tiebreak-code NOT = "SWAP" AND tiebreak-code NOT = "PCT"
    SET swap-is-needed TO TRUE
  END-IF.

Determine-Tiebreak-Order.
  MOVE "PCT" TO tiebreak-code
  MOVE pr-team-name(PR-INDEX)     TO compare-a-name
  MOVE pr-team-name(PR-INDEX + 1) TO compare-b-name
  PERFORM Compute-H2H-Margin
  IF h2h-margin < ZERO
    MOVE "SWAP" TO tiebreak-code
    EXIT PARAGRAPH
  END-IF
  IF h2h-margin > ZERO
    MOVE "H2H" TO tiebreak-code
    EXIT PARAGRAPH
  END-IF

  COMPUTE compare-a-diff =
    pr-points-for(PR-INDEX) - pr-points-against(PR-INDEX)
  COMPUTE compare-b-diff =
    pr-points-for(PR-INDEX + 1) - pr-points-against(PR-INDEX + 1)
  IF compare-a-diff < compare-b-diff
    MOVE "SWAP" TO tiebreak-code
    EXIT PARAGRAPH
  END-IF
  IF compare-a-diff > compare-b-diff
    MOVE "DIFF" TO tiebreak-code
    EXIT PARAGRAPH
  END-IF

  IF pr-losses(PR-INDEX) > pr-losses(PR-INDEX + 1)
    MOVE "SWAP" TO tiebreak-code
    EXIT PARAGRAPH
  END-IF
  IF pr-losses(PR-INDEX) < pr-losses(PR-INDEX + 1)
    MOVE "LOSS" TO tiebreak-code
  END-IF.

Compute-H2H-Margin.
  MOVE ZERO TO h2h-margin
  IF compare-a-name = "TEAMMATES"
    PERFORM VARYING HH-INDEX FROM 1 BY 1
        UNTIL HH-INDEX > h2h-pair-count
      IF hh-challenger(HH-INDEX) = compare-b-name
        COMPUTE h2h-margin =
          hh-team-wins(HH-INDEX)
          - hh-challenger-wins(HH-INDEX)
      END-IF
    END-PERFORM
    EXIT PARAGRAPH
  END-IF
  IF compare-b-name = "TEAMMATES"
    PERFORM VARYING HH-INDEX FROM 1 BY 1
        UNTIL HH-INDEX > h2h-pair-count
      IF hh-challenger(HH-INDEX) = compare-a-name
        COMPUTE h2h-margin =
          hh-challenger-wins(HH-INDEX)
          - hh-team-wins(HH-INDEX)
      END-IF
    END-PERFORM
  END-IF.

Show-Priority-Order.
  DISPLAY "CLAIM PRIORITY (LOWEST IN THE " priority-season
    " STANDINGS FIRST; CLUBS WITHOUT A STANDING AHEAD OF ALL):"
  PERFORM VARYING PR-INDEX FROM 1 BY 1
      UNTIL PR-INDEX > priority-count
    DISPLAY "  " PR-INDEX " " pr-team-name(PR-INDEX) " ("
      pr-win-pct(PR-INDEX) ")"
  END-PERFORM.

Settle-One-Waiver.
  IF NOT waiver-pending OR wv-expiry-date > waiver-today
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO run-processed-count

  MOVE wv-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      MOVE SPACES TO team
  END-READ
  IF team NOT = WAIVER-HOLD-TEAM OR character-archived
    DISPLAY "VOIDED:  " FUNCTION TRIM(wv-short-name)
      " IS NO LONGER HELD ON WAIVERS."
    ADD 1 TO voided-count
    IF NOT batch-dry-run
      SET waiver-voided TO TRUE
      REWRITE Waiver-Record
      PERFORM Check-Waiver-Status
    END-IF
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  PERFORM Choose-Winning-Claim

  IF winning-team = SPACES
    MOVE FREE-AGENT-TEAM TO winning-team
    ADD 1 TO cleared-count
    DISPLAY "CLEARED: " FUNCTION TRIM(wv-short-name)
      " GOES TO FREE AGENCY (NO CLAIMS)."
  ELSE
    ADD 1 TO awarded-count
    DISPLAY "CLAIMED: " FUNCTION TRIM(wv-short-name) " BY "
      FUNCTION TRIM(winning-team) " FROM "
      FUNCTION TRIM(wv-released-by) " (" wv-claim-count
      " CLAIM(S))"
  END-IF

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE character-record TO journal-before-hold
  MOVE winning-team TO team
  REWRITE character-record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite

  MOVE wv-released-by TO transfer-from-team
  PERFORM Write-Transfer-Log-Entry
  PERFORM Write-Audit-Entry

  IF winning-team = FREE-AGENT-TEAM
    SET waiver-cleared TO TRUE
    MOVE SPACES TO wv-awarded-to
  ELSE
    SET waiver-awarded TO TRUE
    MOVE winning-team TO wv-awarded-to
  END-IF
  REWRITE Waiver-Record
  PERFORM Check-Waiver-Status.

Choose-Winning-Claim.
  MOVE SPACES TO winning-team
  MOVE 999 TO best-claim-rank
  PERFORM VARYING WC-INDEX FROM 1 BY 1
      UNTIL WC-INDEX > wv-claim-count
    MOVE ZERO TO claim-rank
    PERFORM VARYING PR-INDEX FROM 1 BY 1
        UNTIL PR-INDEX > priority-count
      IF pr-team-name(PR-INDEX) = wv-claim-team(WC-INDEX)
        SET claim-rank TO PR-INDEX
      END-IF
    END-PERFORM
    IF claim-rank < best-claim-rank
      MOVE claim-rank TO best-claim-rank
      MOVE wv-claim-team(WC-INDEX) TO winning-team
    END-IF
  END-PERFORM.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Write-Transfer-Log-Entry.
  MOVE FUNCTION CURRENT-DATE(1:4) TO log-year
  MOVE FUNCTION CURRENT-DATE(5:2) TO log-month
  MOVE FUNCTION CURRENT-DATE(7:2) TO log-day
  MOVE short-name TO log-short-name
  MOVE transfer-from-team TO log-from-team
  MOVE team TO log-to-team

  OPEN EXTEND Transfer-Log
    WRITE Transfer-Log-Record
  CLOSE Transfer-Log.

Write-Audit-Entry.
  MOVE short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  IF team = FREE-AGENT-TEAM
    MOVE "CLEAR" TO audit-action
  ELSE
    MOVE "CLAIM" TO audit-action
  END-IF
  MOVE "TEAM" TO audit-field
  MOVE WAIVER-HOLD-TEAM TO audit-old-value
  MOVE team TO audit-new-value

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-CLEARING".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Waiver-Status
              STATUS-FIELD BY waiver-status
              PROGRAM-TAG BY "WAIVER-CLEARING"
              FILE-TAG BY "WAIVERS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "WAIVER-CLEARING"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Standings-Status
              STATUS-FIELD BY Standings-Status
              PROGRAM-TAG BY "WAIVER-CLEARING"
              FILE-TAG BY "STANDINGS".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-CLEARING".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-CLEARING".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-CLEARING".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
