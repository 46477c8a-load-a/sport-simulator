ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    FILE STATUS IS structure-status.

  SELECT League-Master ASSIGN TO "data/league-master.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lm-league-id
    FILE STATUS IS league-master-status.

  SELECT League-Movements ASSIGN TO "data/league-movements.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-movement-status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Standings-Journal ASSIGN TO "data/standings-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS standings-journal-status.
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

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Standings
FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD League-Structure
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Structure-Record.

  COPY "src/copy/file-description/league-structure-record.cpy".

FD League-Master
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Master-Record.

  COPY "src/copy/file-description/league-master-record.cpy".

FD League-Movements.
  COPY "src/copy/file-description/league-movement-record.cpy".

FD Game-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-History-Record.
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Standings-Journal.
  COPY "src/copy/file-description/standings-journal-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Pending-Approvals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pending-Approval-Record.

  COPY "src/copy/file-description/pending-approval-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/approval-data.cpy".
  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 Standings-Status PIC 99.
    88 treasury-was-found VALUE 1.
  78 CHAMPIONS-PURSE VALUE 5000.

  01 structure-status PIC 99.
    88 structure-missing VALUE 35.
  01 league-master-status PIC 99.
    88 end-of-league-master VALUE 10.
    88 league-master-missing VALUE 35.
  01 league-movement-status PIC 99.
    88 end-of-league-movements VALUE 10.
    88 league-movements-missing VALUE 35.

  01 own-league-id PIC X(4).
  01 own-league-tier PIC 9.
  01 own-swap-count PIC 9.
  01 own-league-files PIC X(200).
  01 above-league-id PIC X(4).
  01 above-swap-count PIC 9.
  01 below-league-id PIC X(4).
  01 ladder-found-flag PIC 9 VALUE ZERO.
    88 own-league-on-ladder VALUE 1.

  01 neighbour-league-id PIC X(4).
  01 neighbour-league-files PIC X(200).
  01 neighbour-role PIC X VALUE "U".
    88 own-league-is-upper VALUE "U".
    88 own-league-is-lower VALUE "L".
  01 ladder-swap-count PIC 9.
  01 neighbour-closed-flag PIC 9 VALUE ZERO.
    88 neighbour-has-closed VALUE 1.
  01 swap-logged-flag PIC 9 VALUE ZERO.
    88 swap-already-logged VALUE 1.

  01 Neighbour-Table.
    02 Neighbour-Entry OCCURS 50 TIMES INDEXED BY NB-INDEX.
      03 nb-team-name  PIC X(20).
      03 nb-win-pct    PIC 9V9999.
      03 nb-point-diff PIC S9(7).
  01 neighbour-count PIC 9(3) VALUE ZERO.
  01 nb-swap-entry PIC X(32).
  01 nb-sort-swapped PIC 9 VALUE ZERO.
    88 nb-entries-swapped VALUE 1.

  01 upper-league-id PIC X(4).
  01 upper-league-files PIC X(200).
  01 lower-league-id PIC X(4).
  01 lower-league-files PIC X(200).
  01 teams-to-swap PIC 9(3).
  01 swap-pair PIC 9(3).
  01 relegated-team PIC X(20).
  01 promoted-team PIC X(20).
  01 relegated-conference PIC X(10).
  01 relegated-division PIC X(10).
  01 promoted-conference PIC X(10).
  01 promoted-division PIC X(10).

  01 move-team PIC X(20).
  01 move-from-files PIC X(200).
  01 move-to-files PIC X(200).
  01 move-from-league PIC X(4).
  01 move-to-league PIC X(4).
  01 move-direction PIC X(9).
  01 move-conference PIC X(10).
  01 move-division PIC X(10).
  01 move-row-flag PIC 9 VALUE ZERO.
    88 move-row-was-found VALUE 1.
  01 moved-treasury-hold PIC X(40).
  01 moved-team-count PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE "SEASON-CLOSEOUT" TO approval-job-tag
  PERFORM Claim-Admin-Approval
  IF NOT approval-was-claimed
    GOBACK
  END-IF
  PERFORM Capture-Run-Start
  DISPLAY "ENTER SEASON YEAR TO CLOSE: " WITH NO ADVANCING
  ACCEPT closing-season
  PERFORM Write-Season-History
  PERFORM Roll-Up-Career-Stats
  PERFORM Open-Fresh-Standings
  PERFORM Promote-And-Relegate
  PERFORM Enter-Offseason-Phase
  CALL "Veteran-Decline-Batch"

  MOVE history-written-count TO run-processed-count
  MOVE fresh-written-count TO run-changed-count
GOBACK.

Enter-Offseason-Phase.
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    EXIT PARAGRAPH
  END-IF

  SET phase-offseason TO TRUE
  OPEN OUTPUT Season-Clock
    WRITE Season-Clock-Record
  CLOSE Season-Clock
  DISPLAY "LEAGUE PHASE SET TO OFFSEASON.".

Load-Season-Clock.
  MOVE ZERO TO clock-found-flag
  OPEN INPUT Season-Clock
    IF NOT season-clock-missing
          SET season-clock-found TO TRUE
      END-READ
    END-IF
  CLOSE Season-Clock.

Load-Standings-Table.
  MOVE ZERO TO standings-count
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  PERFORM Load-Season-Clock
  IF season-clock-found
    MOVE clock-date TO tl-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO tl-date
  END-IF
  MOVE st-team-name(1) TO tl-team
  MOVE "CHAMP" TO tl-category
  MOVE CHAMPIONS-PURSE TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
    END-PERFORM
  CLOSE Standings.

Promote-And-Relegate.
  PERFORM Load-League-Ladder
  IF NOT own-league-on-ladder
    EXIT PARAGRAPH
  END-IF
  MOVE current-league-id TO own-league-id
  MOVE League-File-Names TO own-league-files

  IF below-league-id NOT = SPACES
    MOVE below-league-id TO neighbour-league-id
    SET own-league-is-upper TO TRUE
    MOVE own-swap-count TO ladder-swap-count
    PERFORM Try-League-Swap
  END-IF
  IF above-league-id NOT = SPACES
    MOVE above-league-id TO neighbour-league-id
    SET own-league-is-lower TO TRUE
    MOVE above-swap-count TO ladder-swap-count
    PERFORM Try-League-Swap
  END-IF

  MOVE own-league-id TO current-league-id
  MOVE own-league-files TO League-File-Names.

Load-League-Ladder.
  MOVE ZERO TO ladder-found-flag
  MOVE SPACES TO above-league-id below-league-id
  MOVE ZERO TO league-master-status
  OPEN INPUT League-Master
  IF league-master-missing
    CLOSE League-Master
    EXIT PARAGRAPH
  END-IF
  MOVE current-league-id TO lm-league-id
  READ League-Master KEY IS lm-league-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET own-league-on-ladder TO TRUE
      MOVE lm-tier TO own-league-tier
      MOVE lm-swap-count TO own-swap-count
  END-READ
  IF own-league-on-ladder
    MOVE LOW-VALUE TO lm-league-id
    START League-Master KEY >= lm-league-id
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-league-master
          READ League-Master NEXT RECORD
            AT END
              SET end-of-league-master TO TRUE
            NOT AT END
              PERFORM Place-League-On-Ladder
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE League-Master.

Place-League-On-Ladder.
  IF lm-league-id = current-league-id
    EXIT PARAGRAPH
  END-IF
  IF lm-tier + 1 = own-league-tier AND above-league-id = SPACES
    MOVE lm-league-id TO above-league-id
    MOVE lm-swap-count TO above-swap-count
  END-IF
  IF lm-tier = own-league-tier + 1 AND below-league-id = SPACES
    MOVE lm-league-id TO below-league-id
  END-IF.

Try-League-Swap.
  IF ladder-swap-count = ZERO
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Swap-Already-Logged
  IF swap-already-logged
    DISPLAY "PROMOTION/RELEGATION WITH " neighbour-league-id
      " ALREADY DONE FOR " closing-season
    EXIT PARAGRAPH
  END-IF

  MOVE neighbour-league-id TO current-league-id
  PERFORM Build-League-File-Names
  MOVE League-File-Names TO neighbour-league-files
  PERFORM Load-Neighbour-Table
  MOVE own-league-id TO current-league-id
  MOVE own-league-files TO League-File-Names

  IF NOT neighbour-has-closed
    DISPLAY "PROMOTION/RELEGATION WITH " neighbour-league-id
      " WAITS FOR THAT LEAGUE'S " closing-season " CLOSEOUT."
    EXIT PARAGRAPH
  END-IF
  PERFORM Sort-Neighbour-Table

  MOVE ladder-swap-count TO teams-to-swap
  IF teams-to-swap > standings-count
    MOVE standings-count TO teams-to-swap
  END-IF
  IF teams-to-swap > neighbour-count
    MOVE neighbour-count TO teams-to-swap
  END-IF

  IF own-league-is-upper
    MOVE own-league-id TO upper-league-id
    MOVE own-league-files TO upper-league-files
    MOVE neighbour-league-id TO lower-league-id
    MOVE neighbour-league-files TO lower-league-files
  ELSE
    MOVE neighbour-league-id TO upper-league-id
    MOVE neighbour-league-files TO upper-league-files
    MOVE own-league-id TO lower-league-id
    MOVE own-league-files TO lower-league-files
  END-IF

  DISPLAY SPACES
  DISPLAY "=== PROMOTION/RELEGATION " FUNCTION TRIM(upper-league-id)
    " <-> " FUNCTION TRIM(lower-league-id) ": " teams-to-swap
    " TEAM(S) EACH WAY ==="
  PERFORM VARYING swap-pair FROM 1 BY 1
      UNTIL swap-pair > teams-to-swap
    PERFORM Pick-Swap-Pair
    PERFORM Swap-One-Pair
  END-PERFORM
  MOVE own-league-files TO League-File-Names.

Check-Swap-Already-Logged.
  MOVE ZERO TO swap-logged-flag
  MOVE ZERO TO league-movement-status
  OPEN INPUT League-Movements
  IF league-movements-missing
    CLOSE League-Movements
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-league-movements OR swap-already-logged
    READ League-Movements
      AT END
        SET end-of-league-movements TO TRUE
      NOT AT END
        IF mv-season = closing-season
            AND ((mv-from-league = own-league-id
                AND mv-to-league = neighbour-league-id)
              OR (mv-from-league = neighbour-league-id
                AND mv-to-league = own-league-id))
          SET swap-already-logged TO TRUE
        END-IF
    END-READ
  END-PERFORM
  CLOSE League-Movements.

Load-Neighbour-Table.
  MOVE ZERO TO neighbour-count neighbour-closed-flag
  OPEN INPUT Standings
  IF Standings-Status NOT = ZERO
    CLOSE Standings
    EXIT PARAGRAPH
  END-IF
  MOVE closing-season TO standings-season
  MOVE LOW-VALUE TO team-name
  START Standings KEY >= standings-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL standings-not-found
        READ Standings NEXT RECORD
          AT END
            SET standings-not-found TO TRUE
          NOT AT END
            EVALUATE TRUE
              WHEN standings-season = closing-season
                PERFORM Append-Neighbour-Entry
              WHEN standings-season = next-season
                SET neighbour-has-closed TO TRUE
                SET standings-not-found TO TRUE
              WHEN OTHER
                SET standings-not-found TO TRUE
            END-EVALUATE
        END-READ
      END-PERFORM
  END-START
  CLOSE Standings.

Append-Neighbour-Entry.
  IF neighbour-count >= 50
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO neighbour-count
  SET NB-INDEX TO neighbour-count
  MOVE team-name TO nb-team-name(NB-INDEX)
  COMPUTE nb-point-diff(NB-INDEX) =
    team-points-for - team-points-against
  COMPUTE games-played = team-wins + team-losses + team-ties
  IF games-played = ZERO
    MOVE ZERO TO nb-win-pct(NB-INDEX)
  ELSE
    COMPUTE nb-win-pct(NB-INDEX) ROUNDED =
      team-wins / games-played
  END-IF.

Sort-Neighbour-Table.
  SET nb-entries-swapped TO TRUE
  PERFORM Sort-Neighbour-Pass UNTIL NOT nb-entries-swapped.

Sort-Neighbour-Pass.
  MOVE ZERO TO nb-sort-swapped
  PERFORM VARYING NB-INDEX FROM 1 BY 1
      UNTIL NB-INDEX > neighbour-count - 1
    IF nb-win-pct(NB-INDEX) < nb-win-pct(NB-INDEX + 1)
        OR (nb-win-pct(NB-INDEX) = nb-win-pct(NB-INDEX + 1)
          AND nb-point-diff(NB-INDEX) < nb-point-diff(NB-INDEX + 1))
      MOVE Neighbour-Entry(NB-INDEX) TO nb-swap-entry
      MOVE Neighbour-Entry(NB-INDEX + 1) TO Neighbour-Entry(NB-INDEX)
      MOVE nb-swap-entry TO Neighbour-Entry(NB-INDEX + 1)
      SET nb-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Pick-Swap-Pair.
  IF own-league-is-upper
    SET STANDINGS-INDEX TO standings-count
    SET STANDINGS-INDEX DOWN BY swap-pair
    SET STANDINGS-INDEX UP BY 1
    MOVE st-team-name(STANDINGS-INDEX) TO relegated-team
    SET NB-INDEX TO swap-pair
    MOVE nb-team-name(NB-INDEX) TO promoted-team
  ELSE
    SET NB-INDEX TO neighbour-count
    SET NB-INDEX DOWN BY swap-pair
    SET NB-INDEX UP BY 1
    MOVE nb-team-name(NB-INDEX) TO relegated-team
    SET STANDINGS-INDEX TO swap-pair
    MOVE st-team-name(STANDINGS-INDEX) TO promoted-team
  END-IF.

Swap-One-Pair.
  MOVE upper-league-files TO League-File-Names
  MOVE relegated-team TO move-team
  PERFORM Read-Structure-Slot
  MOVE move-conference TO relegated-conference
  MOVE move-division TO relegated-division
  MOVE lower-league-files TO League-File-Names
  MOVE promoted-team TO move-team
  PERFORM Read-Structure-Slot
  MOVE move-conference TO promoted-conference
  MOVE move-division TO promoted-division

  MOVE relegated-team TO move-team
  MOVE upper-league-files TO move-from-files
  MOVE lower-league-files TO move-to-files
  MOVE upper-league-id TO move-from-league
  MOVE lower-league-id TO move-to-league
  MOVE promoted-conference TO move-conference
  MOVE promoted-division TO move-division
  MOVE "RELEGATED" TO move-direction
  PERFORM Move-Team-Between-Leagues

  MOVE promoted-team TO move-team
  MOVE lower-league-files TO move-from-files
  MOVE upper-league-files TO move-to-files
  MOVE lower-league-id TO move-from-league
  MOVE upper-league-id TO move-to-league
  MOVE relegated-conference TO move-conference
  MOVE relegated-division TO move-division
  MOVE "PROMOTED" TO move-direction
  PERFORM Move-Team-Between-Leagues.

Read-Structure-Slot.
  MOVE SPACES TO move-conference move-division
  OPEN INPUT League-Structure
  IF structure-status = ZERO
    MOVE move-team TO ls-team-name
    READ League-Structure
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE ls-conference TO move-conference
        MOVE ls-division TO move-division
    END-READ
  END-IF
  CLOSE League-Structure.

Move-Team-Between-Leagues.
  PERFORM Move-Team-Standings
  PERFORM Move-Team-Treasury
  PERFORM Move-Team-Structure
  PERFORM Log-League-Movement
  ADD 1 TO moved-team-count
  DISPLAY FUNCTION TRIM(move-team) " " FUNCTION TRIM(move-direction)
    " FROM " move-from-league " TO " move-to-league.

Move-Team-Standings.
  MOVE move-from-files TO League-File-Names
  MOVE ZERO TO move-row-flag
  OPEN I-O Standings
  IF Standings-Status = ZERO
    MOVE next-season TO standings-season
    MOVE move-team TO team-name
    READ Standings
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET move-row-was-found TO TRUE
        MOVE Standings-Record TO standings-before-hold
        DELETE Standings
          INVALID KEY CONTINUE
        END-DELETE
        MOVE "DELETE" TO sj-action
        MOVE standings-key TO sj-key
        MOVE standings-before-hold TO sj-before-image
        MOVE SPACES TO sj-after-image
        PERFORM Write-Standings-Journal-Entry
    END-READ
  END-IF
  CLOSE Standings

  IF NOT move-row-was-found
    MOVE next-season TO standings-season
    MOVE move-team TO team-name
    MOVE ZERO TO team-wins team-losses team-ties
    MOVE SPACE TO team-streak-type
    MOVE ZERO TO team-streak-length
    MOVE SPACES TO team-last-ten
    MOVE ZERO TO team-points-for team-points-against
    MOVE ZERO TO team-home-wins team-home-losses
    MOVE ZERO TO team-away-wins team-away-losses
    MOVE ZERO TO team-ot-wins team-ot-losses
    MOVE 1500 TO team-rating
    MOVE Standings-Record TO standings-before-hold
  END-IF

  MOVE move-to-files TO League-File-Names
  OPEN I-O Standings
  IF Standings-Status = 35
    OPEN OUTPUT Standings
  END-IF
  PERFORM Check-Standings-Status
  MOVE standings-before-hold TO Standings-Record
  WRITE Standings-Record
    INVALID KEY
      DISPLAY "STANDINGS FOR " FUNCTION TRIM(move-team)
        " ALREADY OPEN IN " move-to-league
    NOT INVALID KEY
      MOVE "WRITE" TO sj-action
      MOVE standings-key TO sj-key
      MOVE SPACES TO sj-before-image
      MOVE Standings-Record TO sj-after-image
      PERFORM Write-Standings-Journal-Entry
  END-WRITE
  CLOSE Standings.

Move-Team-Treasury.
  MOVE move-from-files TO League-File-Names
  MOVE ZERO TO move-row-flag
  OPEN I-O Treasury
  IF treasury-status = ZERO
    MOVE move-team TO tr-team-name
    READ Treasury
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET move-row-was-found TO TRUE
        MOVE Treasury-Record TO moved-treasury-hold
        DELETE Treasury
          INVALID KEY CONTINUE
        END-DELETE
    END-READ
  END-IF
  CLOSE Treasury
  IF NOT move-row-was-found
    EXIT PARAGRAPH
  END-IF

  MOVE move-to-files TO League-File-Names
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE moved-treasury-hold TO Treasury-Record
  WRITE Treasury-Record
    INVALID KEY
      REWRITE Treasury-Record
  END-WRITE
  CLOSE Treasury.

Move-Team-Structure.
  MOVE move-from-files TO League-File-Names
  OPEN I-O League-Structure
  IF structure-status = ZERO
    MOVE move-team TO ls-team-name
    DELETE League-Structure
      INVALID KEY CONTINUE
    END-DELETE
  END-IF
  CLOSE League-Structure

  MOVE move-to-files TO League-File-Names
  OPEN I-O League-Structure
  IF structure-missing
    OPEN OUTPUT League-Structure
  END-IF
  MOVE move-team TO ls-team-name
  MOVE move-conference TO ls-conference
  MOVE move-division TO ls-division
  WRITE League-Structure-Record
    INVALID KEY
      REWRITE League-Structure-Record
  END-WRITE
  CLOSE League-Structure.

Log-League-Movement.
  MOVE SPACES TO League-Movement-Record
  MOVE closing-season TO mv-season
  MOVE move-team TO mv-team
  MOVE move-from-league TO mv-from-league
  MOVE move-to-league TO mv-to-league
  MOVE move-direction TO mv-direction
  OPEN EXTEND League-Movements
  IF league-movements-missing
    OPEN OUTPUT League-Movements
  END-IF
    WRITE League-Movement-Record
  CLOSE League-Movements.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "SEASON-CLOSEOUT"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Standings-Status
              STATUS-FIELD BY Standings-Status
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SEASON-CLOSEOUT".

APPROVAL-MANAGEMENT SECTION.
  COPY "src/copy/procedure/approval-guard.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
