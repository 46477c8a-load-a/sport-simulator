IDENTIFICATION DIVISION.
PROGRAM-ID. Player-Value-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Player-Value ASSIGN TO "data/player-value.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pv-value-key
    FILE STATUS IS player-value-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

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
FD Game-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-History-Record.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Player-Value
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Value-Record.

  COPY "src/copy/file-description/player-value-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 Game-History-Status PIC 99.
    88 end-of-game-history VALUE 10.
    88 game-history-missing VALUE 35.
  01 player-value-status PIC 99.
    88 end-of-player-value VALUE 10.
    88 player-value-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  78 REPLACEMENT-TENTHS-PER-GAME VALUE 135.

  01 value-season PIC 9(4) VALUE ZERO.
  01 value-date PIC 9(8).
  01 games-scanned PIC 9(5) VALUE ZERO.
  01 lu-scan PIC 99.
  01 lineup-role PIC X(10).
  01 lineup-team PIC X(20).
  01 lineup-roll-total PIC 9(4).

  01 Value-Character-Table.
    02 Value-Character-Entry OCCURS 1000 TIMES INDEXED BY VC-INDEX.
      03 vc-short-name     PIC X(10).
      03 vc-team           PIC X(20).
      03 vc-games          PIC 9(4).
      03 vc-roll-total     PIC 9(7).
      03 vc-vs-average     PIC S9(6)V9.
      03 vc-vs-replacement PIC S9(6)V9.
  01 value-character-count PIC 9(4) VALUE ZERO.
  01 vc-found PIC 9 VALUE ZERO.
    88 vc-character-was-found VALUE 1.

  01 Value-Role-Line-Table.
    02 Value-Role-Line OCCURS 2000 TIMES INDEXED BY VL-INDEX.
      03 vl-character   PIC 9(4).
      03 vl-role        PIC X(10).
      03 vl-games       PIC 9(4).
      03 vl-roll-total  PIC 9(7).
  01 value-line-count PIC 9(4) VALUE ZERO.
  01 vl-found PIC 9 VALUE ZERO.
    88 vl-line-was-found VALUE 1.

  01 Value-Role-Table.
    02 Value-Role-Entry OCCURS 50 TIMES INDEXED BY VR-INDEX.
      03 vr-role        PIC X(10).
      03 vr-appearances PIC 9(7).
      03 vr-roll-total  PIC 9(9).
  01 value-role-count PIC 99 VALUE ZERO.
  01 vr-found PIC 9 VALUE ZERO.
    88 vr-role-was-found VALUE 1.

  01 table-full-flag PIC 9 VALUE ZERO.
    88 value-table-full VALUE 1.
  01 role-average-work PIC S9(7)V9.
  01 records-cleared PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Value-Season
  IF value-season = ZERO
    DISPLAY "NO SEASON GIVEN AND NO SEASON CLOCK ON FILE;"
      " VALUE RATINGS NOT COMPUTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  INITIALIZE Value-Character-Table Value-Role-Line-Table
    Value-Role-Table
  PERFORM Scan-Game-History
  IF value-table-full
    DISPLAY "VALUE TABLES FULL FOR SEASON " value-season
      "; RATINGS NOT SAVED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM VARYING VL-INDEX FROM 1 BY 1
      UNTIL VL-INDEX > value-line-count
    PERFORM Rate-One-Role-Line
  END-PERFORM

  PERFORM Save-Value-Ratings

  DISPLAY "PLAYER VALUE FOR SEASON " value-season ": "
    games-scanned " GAME(S), " value-character-count
    " CHARACTER(S) RATED"
  PERFORM VARYING VR-INDEX FROM 1 BY 1
      UNTIL VR-INDEX > value-role-count
    COMPUTE role-average-work ROUNDED =
      vr-roll-total(VR-INDEX) / vr-appearances(VR-INDEX)
    DISPLAY "  ROLE " vr-role(VR-INDEX) " AVERAGE ROLL "
      role-average-work " OVER " vr-appearances(VR-INDEX)
      " APPEARANCE(S)"
  END-PERFORM
  MOVE games-scanned TO run-processed-count
  MOVE value-character-count TO run-changed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Value-Season.
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
    MOVE clock-year TO value-season
    COMPUTE value-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO value-date
  END-IF

  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "PLAYER-VALUE"
                AND rc-year IS NUMERIC AND rc-year > ZERO
              MOVE rc-year TO value-season
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Scan-Game-History.
  OPEN INPUT Game-History
  IF game-history-missing
    DISPLAY "NO GAME HISTORY ON FILE."
    CLOSE Game-History
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Game-History-Status
  MOVE LOW-VALUE TO gh-history-key
  MOVE value-season TO gh-year-number
  START Game-History KEY >= gh-history-key
    INVALID KEY
      DISPLAY "NO GAMES FOUND ON HISTORY"
    NOT INVALID KEY
      PERFORM UNTIL end-of-game-history
        READ Game-History NEXT RECORD
          AT END
            SET end-of-game-history TO TRUE
          NOT AT END
            IF gh-year-number > value-season
              SET end-of-game-history TO TRUE
            ELSE
              IF NOT game-was-reversed
                  AND NOT game-was-forfeited
                PERFORM Tally-One-Game
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Game-History.

Tally-One-Game.
  ADD 1 TO games-scanned
  PERFORM VARYING lu-scan FROM 1 BY 1
      UNTIL lu-scan > gh-lineup-count OR lu-scan > 20
        OR value-table-full
    IF gh-lu-short-name(lu-scan) NOT = SPACES
      PERFORM Tally-One-Lineup-Entry
    END-IF
  END-PERFORM.

Tally-One-Lineup-Entry.
  IF gh-lu-role(lu-scan) = SPACES
    MOVE "FLEX" TO lineup-role
  ELSE
    MOVE gh-lu-role(lu-scan) TO lineup-role
  END-IF
  IF gh-lu-side(lu-scan) = 1
    MOVE "TEAMMATES" TO lineup-team
  ELSE
    MOVE gh-challenger TO lineup-team
  END-IF
  COMPUTE lineup-roll-total = gh-lu-power-roll(lu-scan)
    + gh-lu-focus-roll(lu-scan) + gh-lu-speed-roll(lu-scan)

  MOVE ZERO TO vr-found
  PERFORM VARYING VR-INDEX FROM 1 BY 1
      UNTIL VR-INDEX > value-role-count OR vr-role-was-found
    IF vr-role(VR-INDEX) = lineup-role
      SET vr-role-was-found TO TRUE
    END-IF
  END-PERFORM
  IF vr-role-was-found
    SET VR-INDEX DOWN BY 1
  ELSE
    IF value-role-count >= 50
      SET value-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO value-role-count
    SET VR-INDEX TO value-role-count
    MOVE lineup-role TO vr-role(VR-INDEX)
  END-IF
  ADD 1 TO vr-appearances(VR-INDEX)
  ADD lineup-roll-total TO vr-roll-total(VR-INDEX)

  MOVE ZERO TO vc-found
  PERFORM VARYING VC-INDEX FROM 1 BY 1
      UNTIL VC-INDEX > value-character-count
        OR vc-character-was-found
    IF vc-short-name(VC-INDEX) = gh-lu-short-name(lu-scan)
      SET vc-character-was-found TO TRUE
    END-IF
  END-PERFORM
  IF vc-character-was-found
    SET VC-INDEX DOWN BY 1
  ELSE
    IF value-character-count >= 1000
      SET value-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO value-character-count
    SET VC-INDEX TO value-character-count
    MOVE gh-lu-short-name(lu-scan) TO vc-short-name(VC-INDEX)
  END-IF
  MOVE lineup-team TO vc-team(VC-INDEX)
  ADD 1 TO vc-games(VC-INDEX)
  ADD lineup-roll-total TO vc-roll-total(VC-INDEX)

  MOVE ZERO TO vl-found
  PERFORM VARYING VL-INDEX FROM 1 BY 1
      UNTIL VL-INDEX > value-line-count OR vl-line-was-found
    IF vl-character(VL-INDEX) = VC-INDEX
        AND vl-role(VL-INDEX) = lineup-role
      SET vl-line-was-found TO TRUE
    END-IF
  END-PERFORM
  IF vl-line-was-found
    SET VL-INDEX DOWN BY 1
  ELSE
    IF value-line-count >= 2000
      SET value-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO value-line-count
    SET VL-INDEX TO value-line-count
    SET vl-character(VL-INDEX) TO VC-INDEX
    MOVE lineup-role TO vl-role(VL-INDEX)
  END-IF
  ADD 1 TO vl-games(VL-INDEX)
  ADD lineup-roll-total TO vl-roll-total(VL-INDEX).

Rate-One-Role-Line.
  MOVE ZERO TO vr-found
  PERFORM VARYING VR-INDEX FROM 1 BY 1
      UNTIL VR-INDEX > value-role-count OR vr-role-was-found
    IF vr-role(VR-INDEX) = vl-role(VL-INDEX)
      SET vr-role-was-found TO TRUE
    END-IF
  END-PERFORM
  SET VR-INDEX DOWN BY 1
  SET VC-INDEX TO vl-character(VL-INDEX)

  COMPUTE vc-vs-average(VC-INDEX) ROUNDED =
    vc-vs-average(VC-INDEX) + vl-roll-total(VL-INDEX)
    - vl-games(VL-INDEX) * vr-roll-total(VR-INDEX)
      / vr-appearances(VR-INDEX)
  COMPUTE vc-vs-replacement(VC-INDEX) ROUNDED =
    vc-vs-replacement(VC-INDEX) + vl-roll-total(VL-INDEX)
    - vl-games(VL-INDEX) * REPLACEMENT-TENTHS-PER-GAME / 10.

Save-Value-Ratings.
  OPEN I-O Player-Value
  IF player-value-missing
    OPEN OUTPUT Player-Value
  ELSE
    PERFORM Clear-Season-Ratings
  END-IF
  PERFORM VARYING VC-INDEX FROM 1 BY 1
      UNTIL VC-INDEX > value-character-count
    MOVE SPACES TO Player-Value-Record
    MOVE value-season TO pv-season
    MOVE vc-short-name(VC-INDEX) TO pv-short-name
    MOVE vc-team(VC-INDEX) TO pv-team
    MOVE vc-games(VC-INDEX) TO pv-games
    MOVE vc-roll-total(VC-INDEX) TO pv-roll-total
    MOVE vc-vs-average(VC-INDEX) TO pv-vs-average
    MOVE vc-vs-replacement(VC-INDEX) TO pv-vs-replacement
    COMPUTE pv-value-rating ROUNDED = vc-vs-replacement(VC-INDEX)
    MOVE value-date TO pv-computed-date
    WRITE Player-Value-Record
      INVALID KEY
        REWRITE Player-Value-Record
    END-WRITE
  END-PERFORM
  CLOSE Player-Value.

Clear-Season-Ratings.
  MOVE LOW-VALUE TO pv-value-key
  MOVE value-season TO pv-season
  START Player-Value KEY >= pv-value-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-player-value
    READ Player-Value NEXT RECORD
      AT END
        SET end-of-player-value TO TRUE
      NOT AT END
        IF pv-season NOT = value-season
          SET end-of-player-value TO TRUE
        ELSE
          DELETE Player-Value
          ADD 1 TO records-cleared
        END-IF
    END-READ
  END-PERFORM.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Game-History-Status
              STATUS-FIELD BY Game-History-Status
              PROGRAM-TAG BY "PLAYER-VALUE"
              FILE-TAG BY "GAME-HISTORY".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PLAYER-VALUE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
