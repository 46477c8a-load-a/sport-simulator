ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    RECORD KEY IS lv-short-name
    FILE STATUS IS leave-status.

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

  SELECT Weather ASSIGN TO DYNAMIC weather-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wx-date
    FILE STATUS IS weather-status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Team-Tactics ASSIGN TO "data/team-tactics.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tt-tactics-key
    FILE STATUS IS team-tactics-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Season-Clock.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Weather
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Weather-Record.

  COPY "src/copy/file-description/weather-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/venue-record.cpy".

FD Team-Tactics
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Tactics-Record.

  COPY "src/copy/file-description/team-tactics-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/game-plan-data.cpy".
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
  01 Game-History-Status PIC 99.
    88 end-of-game-history VALUE 10.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.
  01 weather-status PIC 99.
    88 weather-file-missing VALUE 35.
  01 forecast-found-flag PIC 9 VALUE ZERO.
    88 forecast-on-file VALUE 1.

  78 PREVIEW-LINEUP-LIMIT VALUE 10.
  78 PREVIEW-HOME-BONUS VALUE 1.
        INDEXED BY PC-INDEX.
      03 pc-side PIC 9.
      03 pc-expected PIC 9(3)V99.
      03 pc-power-expected PIC 9(3)V99.
      03 pc-focus-expected PIC 9(3)V99.
      03 pc-speed-expected PIC 9(3)V99.
      03 pc-picked PIC 9.
        88 pc-is-picked VALUE 1.
  01 preview-candidate-count PIC 9(4) VALUE ZERO.
  01 expected-one PIC 9(3)V99.
  01 teammate-expected PIC 9(5)V99 VALUE ZERO.
  01 opponent-expected PIC 9(5)V99 VALUE ZERO.
  01 Side-Expected-Table.
    02 Side-Expected-Entry OCCURS 2 TIMES.
      03 se-power PIC 9(5)V99.
      03 se-focus PIC 9(5)V99.
      03 se-speed PIC 9(5)V99.
  01 unavailable-shown PIC 9(3) VALUE ZERO.

  01 head-wins   PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE ZERO TO preview-candidate-count unavailable-shown
  MOVE ZERO TO teammate-expected opponent-expected
  INITIALIZE Side-Expected-Table
  MOVE ZERO TO head-wins head-losses head-ties
  MOVE ZERO TO calendar-day-found
  MOVE "RANDOM" TO preview-challenger
  MOVE "H" TO preview-home-away
  PERFORM Read-Todays-Matchup
  PERFORM Read-Todays-Forecast
  PERFORM Load-Leave-Keys
  PERFORM Gather-Preview-Candidates
  PERFORM Pick-Preview-Lineups
  PERFORM Weigh-Preview-Game-Plans
  PERFORM Sum-Head-To-Head
  PERFORM Read-Power-Ratings
  PERFORM Print-Preview
  END-READ
  CLOSE Calendar.

Read-Todays-Forecast.
  MOVE ZERO TO forecast-found-flag
  IF NOT season-clock-found
    EXIT PARAGRAPH
  END-IF

  OPEN INPUT Weather
  IF NOT weather-file-missing
    MOVE clock-year  TO wx-year-number
    MOVE clock-month TO wx-month-number
    MOVE clock-day   TO wx-day-number
    READ Weather
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET forecast-on-file TO TRUE
    END-READ
  END-IF
  CLOSE Weather.

Load-Leave-Keys.
  MOVE ZERO TO leave-key-count
  IF season-clock-found
  ELSE
    DISPLAY "NO SEASON CLOCK; PREVIEWING CURRENT ROSTERS."
  END-IF
  PERFORM Print-Forecast
  DISPLAY SPACES
  DISPLAY "--- UNAVAILABLE OR DEGRADED TODAY ---"

    DISPLAY "EVERYONE IS FIT TO PLAY."
  END-IF.

Print-Forecast.
  IF NOT forecast-on-file
    DISPLAY "FORECAST: NONE ON FILE"
    EXIT PARAGRAPH
  END-IF

  DISPLAY "FORECAST: " FUNCTION TRIM(wx-condition)
    " (SEVERITY " wx-severity ")"
  EVALUATE TRUE
    WHEN weather-rain
      DISPLAY "  RAIN FAVOURS POWER AND SLOWS SPEED; GATE DOWN."
    WHEN weather-heat
      DISPLAY "  HEAT FAVOURS FOCUS AND SAPS POWER; GATE DOWN."
    WHEN weather-wind
      DISPLAY "  WIND UNSETTLES FOCUS; GATE DOWN."
  END-EVALUATE.

Consider-Preview-Candidate.
  IF character-archived OR (NOT teammate AND NOT opponent)
    EXIT PARAGRAPH
  ELSE
    MOVE 2 TO pc-side(PC-INDEX)
  END-IF
  COMPUTE pc-power-expected(PC-INDEX) ROUNDED =
    ((power-stat + 1) / 2 + power-bonus + side-bonus)
    * effectiveness-multiplier
  COMPUTE pc-focus-expected(PC-INDEX) ROUNDED =
    ((focus-stat + 1) / 2 + focus-bonus + side-bonus)
    * effectiveness-multiplier
  COMPUTE pc-speed-expected(PC-INDEX) ROUNDED =
    ((speed-stat + 1) / 2 + speed-bonus + side-bonus)
    * effectiveness-multiplier
  COMPUTE pc-expected(PC-INDEX) = pc-power-expected(PC-INDEX)
    + pc-focus-expected(PC-INDEX) + pc-speed-expected(PC-INDEX)
  MOVE ZERO TO pc-picked(PC-INDEX).

Pick-Preview-Lineups.

    MOVE 1 TO pc-picked(pc-best)
    ADD 1 TO preview-picked
    ADD pc-power-expected(pc-best) TO se-power(preview-side)
    ADD pc-focus-expected(pc-best) TO se-focus(preview-side)
    ADD pc-speed-expected(pc-best) TO se-speed(preview-side)
  END-PERFORM.

Weigh-Preview-Game-Plans.
  MOVE preview-numeric-date TO plan-lookup-date
  MOVE 1 TO plan-lookup-slot
  MOVE "TEAMMATES" TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(1)
  MOVE preview-challenger TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(2)

  MOVE SPACES TO plan-surface
  OPEN INPUT Venues
  IF NOT venues-missing
    IF preview-home-game
      MOVE "TEAMMATES" TO ve-team-name
    ELSE
      MOVE preview-challenger TO ve-team-name
    END-IF
    READ Venues
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE ve-condition TO plan-surface
    END-READ
  END-IF
  CLOSE Venues

  PERFORM Weigh-Game-Plans
  COMPUTE teammate-expected ROUNDED =
    (se-power(1) * gp-power-pct(1) + se-focus(1) * gp-focus-pct(1)
     + se-speed(1) * gp-speed-pct(1)) / 100
  COMPUTE opponent-expected ROUNDED =
    (se-power(2) * gp-power-pct(2) + se-focus(2) * gp-focus-pct(2)
     + se-speed(2) * gp-speed-pct(2)) / 100.

Sum-Head-To-Head.
  IF NOT preview-day-found
  DISPLAY SPACES
  DISPLAY "EXPECTED ROLL STRENGTH (TOP " PREVIEW-LINEUP-LIMIT
    " DRESSED):"
  DISPLAY "  TEAMMATES: " teammate-expected "  PLAN "
    FUNCTION TRIM(gp-plan(1)) " (POWER " gp-power-pct(1)
    "% FOCUS " gp-focus-pct(1) "% SPEED " gp-speed-pct(1) "%)"
  DISPLAY "  OPPONENTS: " opponent-expected "  PLAN "
    FUNCTION TRIM(gp-plan(2)) " (POWER " gp-power-pct(2)
    "% FOCUS " gp-focus-pct(2) "% SPEED " gp-speed-pct(2) "%)"
  IF plan-surface NOT = SPACES
    DISPLAY "  SURFACE: " FUNCTION TRIM(plan-surface)
  END-IF

  DISPLAY SPACES
  DISPLAY "HEAD-TO-HEAD VS " FUNCTION TRIM(preview-challenger)
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

GAME-PLAN-MANAGEMENT SECTION.
  COPY "src/copy/procedure/game-plan.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
