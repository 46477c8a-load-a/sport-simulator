    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    RECORD KEY IS ss-stats-key
    FILE STATUS IS season-stats-status.

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

  SELECT Character-Export ASSIGN TO "data/character-export.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Export-Status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Venue-Bookings ASSIGN TO "data/venue-bookings.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS vb-booking-key
    FILE STATUS IS booking-status.

  SELECT Weather ASSIGN TO DYNAMIC weather-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wx-date
    FILE STATUS IS weather-status.

  SELECT Fortune-Definitions ASSIGN TO "data/fortune-definitions.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS fortune-defs-status.

  SELECT Equipment-Assignments
    ASSIGN TO "data/equipment-assignments.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ea-assignment-key
    FILE STATUS IS assignment-status.

  SELECT Facility-Projects ASSIGN TO "data/facility-projects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fp-project-key
    FILE STATUS IS project-status.

  SELECT Team-Tactics ASSIGN TO "data/team-tactics.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tt-tactics-key
    FILE STATUS IS team-tactics-status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

  SELECT Leave-Calendar ASSIGN TO "data/leave-calendar.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS repost-log-status.

  SELECT Postponement-Log ASSIGN TO DYNAMIC postponement-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS postponement-status.

  SELECT Lineup-Cards ASSIGN TO "data/lineup-cards.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS lineup-card-status.

  SELECT Lineup-Card-Rejects
      ASSIGN TO "data/lineup-card-rejects.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS lineup-reject-status.

  SELECT Play-By-Play ASSIGN TO DYNAMIC play-by-play-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS play-by-play-status.

  SELECT Reserve-Standings ASSIGN TO "data/reserve-standings.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mn-rookie-name
    FILE STATUS IS mentorship-status.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Conduct-Incidents ASSIGN TO "data/conduct-incidents.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS incident-status.

  SELECT Rivalries ASSIGN TO "data/rivalries.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS record-alerts-status.

  SELECT Operator-Alerts ASSIGN TO "data/operator-alerts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS al-alert-key
    FILE STATUS IS operator-alert-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Attendance ASSIGN TO DYNAMIC attendance-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS attendance-status.

  SELECT Season-Tickets ASSIGN TO "data/season-tickets.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS stk-account
    ALTERNATE RECORD KEY IS stk-team WITH DUPLICATES
    FILE STATUS IS season-ticket-status.

  SELECT Exhibition-Results ASSIGN TO "data/exhibition-results.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS exhibition-status.

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
FD CharacterSheet.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Character-Export.
  01 export-line PIC X(90).

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/venue-record.cpy".

FD Team-Tactics
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Tactics-Record.

  COPY "src/copy/file-description/team-tactics-record.cpy".

FD Venue-Bookings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Booking-Record.

  COPY "src/copy/file-description/venue-booking-record.cpy".

FD Weather
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Weather-Record.

  COPY "src/copy/file-description/weather-record.cpy".

FD Fortune-Definitions.
  COPY "src/copy/file-description/fortune-definition-record.cpy".

FD Equipment-Assignments
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Equipment-Assignment-Record.

  COPY "src/copy/file-description/equipment-assignment-record.cpy".

FD Facility-Projects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Facility-Project-Record.

  COPY "src/copy/file-description/facility-project-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Leave-Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Leave-Record.
    02 FILLER  PIC X VALUE SPACE.
    02 pp-reason PIC X(24).

FD Lineup-Cards.
  01 Lineup-Card-Record.
    02 mc-date PIC 9(8).
    02 mc-slot PIC 9.
    02 FILLER  PIC X.
    02 mc-team PIC X(20).
    02 FILLER  PIC X.
    02 mc-short-name PIC X(10).
    02 FILLER  PIC X.
    02 mc-role PIC X(10).

FD Lineup-Card-Rejects.
  01 Lineup-Card-Reject-Record.
    02 mj-row PIC X(52).
    02 FILLER PIC X VALUE SPACE.
    02 mj-reason PIC X(30).

FD Play-By-Play.
  01 Play-By-Play-Record PIC X(100).

FD Reserve-Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Reserve-Standing-Record.

  COPY "src/copy/file-description/mentorship-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Conduct-Incidents.
  COPY "src/copy/file-description/conduct-incident-record.cpy".

FD Rivalries
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Rivalry-Record.
    02 FILLER  PIC X VALUE SPACE.
    02 ra-text PIC X(60).

FD Operator-Alerts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Operator-Alert-Record.

  COPY "src/copy/file-description/operator-alert-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Attendance.
  COPY "src/copy/file-description/attendance-record.cpy".

FD Season-Tickets
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Ticket-Record.

  COPY "src/copy/file-description/season-ticket-record.cpy".

FD Exhibition-Results.
  01 Exhibition-Result-Record.
    02 FILLER PIC X.
    02 ex-power-b PIC 9(5).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/operator-alert-data.cpy".
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 Calendar-Status PIC 99.
  01 Game-History-Status PIC 99.
    88 game-history-missing VALUE 35.
    88 end-of-file-history VALUE 10.
  01 game-log-status PIC 99.
    88 game-log-missing VALUE 35.
  01 game-log-scan PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 attendance-file-missing VALUE 35.
  01 game-attendance PIC 9(5) VALUE ZERO.
  01 attendance-draw PIC S9(7) VALUE ZERO.
  01 subscribed-seats PIC 9(5) VALUE ZERO.
  01 walk-up-attendance PIC 9(5) VALUE ZERO.
  01 subscriber-team PIC X(20).
  01 season-ticket-status PIC 99.
    88 end-of-season-tickets VALUE 10.
    88 season-tickets-missing VALUE 35.
  01 draw-team PIC X(20).
  01 draw-home-weight PIC 9.
  01 revenue-amount PIC 9(5).
  01 revenue-team PIC X(20).
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  01 ledger-category PIC X(8) VALUE SPACES.
  01 stats-record-found PIC 9 VALUE ZERO.
    88 stats-was-found VALUE 1.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 exhibition-status PIC 99.
    88 exhibition-file-missing VALUE 35.
  01 venue-home-bonus PIC 9 VALUE HOME-FIELD-BONUS.
  01 venue-capacity PIC 9(5) VALUE ZERO.
  01 venue-speed-adjust PIC S9 VALUE ZERO.
  01 todays-venue-surface PIC X(10) VALUE SPACES.
  01 booking-status PIC 99.
    88 bookings-missing VALUE 35.
  78 ALL-LEAGUES VALUE "ALL".
  01 venue-blackout-flag PIC 9 VALUE ZERO.
    88 venue-blacked-out VALUE 1.
  01 venue-blackout-reason PIC X(30).
  01 makeup-blackout-flag PIC 9 VALUE ZERO.
    88 makeup-day-blacked-out VALUE 1.
  01 postponement-reason PIC X(24).
  01 weather-status PIC 99.
    88 weather-file-missing VALUE 35.
  01 todays-weather PIC X(10) VALUE "CLEAR".
    88 todays-weather-clear VALUE "CLEAR".
    88 todays-weather-rain  VALUE "RAIN".
    88 todays-weather-heat  VALUE "HEAT".
    88 todays-weather-wind  VALUE "WIND".
  01 todays-weather-severity PIC 9 VALUE 1.
  01 weather-power-adjust PIC S9 VALUE ZERO.
  01 weather-focus-adjust PIC S9 VALUE ZERO.
  01 weather-speed-adjust PIC S9 VALUE ZERO.
  01 weather-gate-percent PIC 99 VALUE ZERO.
  01 weather-gate-loss PIC 9(5) VALUE ZERO.
  01 fortune-defs-status PIC 99.
    88 end-of-fortune-defs VALUE 10.
    88 fortune-defs-missing VALUE 35.
  01 fortune-lookup-flag PIC 9 VALUE ZERO.
    88 fortune-definition-found VALUE 1.
  01 todays-fortune-effect PIC X(10) VALUE "NONE".
    88 fortune-has-no-effect     VALUES "NONE", SPACES.
    88 fortune-effect-roll       VALUE "ROLL".
    88 fortune-effect-spirit     VALUE "SPIRIT".
    88 fortune-effect-injury     VALUE "INJURY".
    88 fortune-effect-attendance VALUE "ATTENDANCE".
  01 todays-fortune-stat PIC X(5) VALUE SPACES.
  01 todays-fortune-magnitude PIC S9(3) VALUE ZERO.
  01 fortune-magnitude-edit PIC -ZZ9.
  01 fortune-effect-text PIC X(30) VALUE SPACES.
  01 fortune-roll-work PIC S9(3) VALUE ZERO.
  01 fortune-power-adjust PIC S9 VALUE ZERO.
  01 fortune-focus-adjust PIC S9 VALUE ZERO.
  01 fortune-speed-adjust PIC S9 VALUE ZERO.
  01 side-fortune-power PIC S9 VALUE ZERO.
  01 side-fortune-focus PIC S9 VALUE ZERO.
  01 side-fortune-speed PIC S9 VALUE ZERO.
  01 fortune-gate-change PIC S9(5) VALUE ZERO.
  01 fortune-gate-edit PIC -ZZZZ9.
  01 injury-threshold PIC S9(3) VALUE 1.
  01 home-side-flag PIC 9 VALUE ZERO.
    88 candidate-on-home-side VALUE 1.
  01 assignment-status PIC 99.
    88 end-of-assignments VALUE 10.
    88 assignments-missing VALUE 35.
  01 assignments-open-flag PIC 9 VALUE ZERO.
    88 assignments-are-open VALUE 1.
  01 gear-bonus-work PIC 9(3) VALUE ZERO.
  01 gear-broken-count PIC 9(3) VALUE ZERO.
  01 project-status PIC 99.
    88 end-of-projects VALUE 10.
    88 projects-missing VALUE 35.
  01 construction-check-date PIC 9(8) VALUE ZERO.
  01 construction-seats-closed PIC 9(5) VALUE ZERO.
  COPY "src/copy/working-storage/coaching-staff-data.cpy".
  COPY "src/copy/working-storage/game-plan-data.cpy".
  01 staff-teammate-bonuses.
    02 staff-teammate-power PIC 9 VALUE ZERO.
    02 staff-teammate-focus PIC 9 VALUE ZERO.
    02 staff-teammate-speed PIC 9 VALUE ZERO.
  01 staff-opponent-bonuses.
    02 staff-opponent-power PIC 9 VALUE ZERO.
    02 staff-opponent-focus PIC 9 VALUE ZERO.
    02 staff-opponent-speed PIC 9 VALUE ZERO.
  01 staff-side-team PIC X(20).
  01 staff-side-bonuses.
    02 staff-side-power PIC 9 VALUE ZERO.
    02 staff-side-focus PIC 9 VALUE ZERO.
    02 staff-side-speed PIC 9 VALUE ZERO.
  01 staff-power-work PIC 9 VALUE ZERO.
  01 staff-focus-work PIC 9 VALUE ZERO.
  01 staff-speed-work PIC 9 VALUE ZERO.
  78 RAIN-GATE-PERCENT-PER-LEVEL VALUE 10.
  78 HEAT-GATE-PERCENT-PER-LEVEL VALUE 5.
  78 WIND-GATE-PERCENT-PER-LEVEL VALUE 5.
  01 roll-bonus-work PIC S9(4) VALUE ZERO.
  78 TRAVEL-BODY-WEAR-PER-LEG VALUE 2.
  78 TRAVEL-MIND-WEAR-PER-LEG VALUE 1.
      03 lc-sit-streak  PIC 9(3).
      03 lc-dressed-flag PIC 9.
        88 lc-is-dressed VALUE 1.
      03 lc-carded-flag PIC 9.
        88 lc-is-carded VALUE 1.
      03 lc-gear-power PIC 9.
      03 lc-gear-focus PIC 9.
      03 lc-gear-speed PIC 9.
  01 lineup-candidate-count PIC 9(4) VALUE ZERO.
  01 lc-scan PIC 9(4).
  01 lc-best PIC 9(4).
  78 MINIMUM-PLAYMAKERS VALUE 1.
  01 required-role PIC X(10).
  01 role-needed-count PIC 99.
  01 required-defenders PIC 99.
  01 required-playmakers PIC 99.
  01 candidate-role PIC X(10).
  01 lineup-card-status PIC 99.
    88 end-of-lineup-cards VALUE 10.
    88 lineup-cards-missing VALUE 35.
  01 lineup-reject-status PIC 99.
    88 lineup-rejects-missing VALUE 35.
  01 lineup-card-reason PIC X(30).
  01 carded-side PIC 9.
  01 carded-side-counts.
    02 carded-count PIC 99 OCCURS 2 TIMES.
  01 lineup-cards-accepted PIC 9(3) VALUE ZERO.
  01 lineup-cards-rejected PIC 9(3) VALUE ZERO.
  01 play-by-play-status PIC 99.
  01 play-by-play-file-name PIC X(60).
  01 play-by-play-flag PIC 9 VALUE ZERO.
    88 play-by-play-open VALUE 1.
  01 play-by-play-line PIC X(100).
  01 play-by-play-seed PIC 9(6).
  01 pbp-side-a-name PIC X(20).
  01 pbp-side-b-name PIC X(20).
  01 pbp-matchup-number PIC 99.
  01 pbp-a-scan PIC 9(4).
  01 pbp-b-scan PIC 9(4).
  01 pbp-exchange-name PIC X(6).
  01 pbp-a-total PIC 9(5).
  01 pbp-b-total PIC 9(5).
  01 pbp-margin PIC 9(5).
  01 pbp-closest-margin PIC 9(5).
  01 pbp-closest-exchange PIC X(6).
  01 pbp-winner-side PIC 9.
  01 pbp-home-bonus PIC 9.
  01 pbp-roll-text PIC X(40).
  01 pbp-line-pointer PIC 9(3).
  01 reserve-count PIC 9(4) VALUE ZERO.
  78 RESERVE-EXPERIENCE-AWARD VALUE 1.
  78 MINIMUM-ELIGIBLE-HEADCOUNT VALUE 3.
    88 repost-log-missing VALUE 35.
  01 already-posted-flag PIC 9 VALUE ZERO.
    88 slot-already-posted VALUE 1.
  01 history-replace-flag PIC 9 VALUE ZERO.
    88 history-may-be-replaced VALUE 1.
  01 repost-answer PIC X.
    88 repost-approved VALUES "Y", "y".
  01 postponement-status PIC 99.
  78 SYNERGY-LEVEL-FRIEND VALUE 200.
  78 SYNERGY-CAP VALUE 15.
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 rules-log-status PIC 99.
    88 rules-log-missing VALUE 35.
  01 League-Rules-In-Force.
  01 synergy-roster-count PIC 9(4) VALUE ZERO.
  01 sr-1-side PIC 9 VALUE ZERO.
  01 sr-2-side PIC 9 VALUE ZERO.
  COPY "src/copy/working-storage/feud-data.cpy".
  01 incident-status PIC 99.
    88 incidents-missing VALUE 35.
  78 FEUD-SYNERGY-PENALTY VALUE 2.
  78 FEUD-BITTER-LEVEL VALUE 75.
  78 FEUD-FLAREUP-DIE VALUE 100.
  78 FEUD-FLARE-HEAT VALUE 10.
  78 FEUD-GRUDGE-HEAT VALUE 10.
  01 Live-Feud-Table.
    02 Live-Feud-Entry OCCURS 200 TIMES INDEXED BY LF-INDEX.
      03 lf-key-1     PIC X(10).
      03 lf-key-2     PIC X(10).
      03 lf-intensity PIC 999.
      03 lf-side-1    PIC 9.
      03 lf-side-2    PIC 9.
  01 live-feud-count PIC 9(3) VALUE ZERO.
  01 feud-penalty-points PIC 9.
  01 teammate-feud-penalty PIC 9(3) VALUE ZERO.
  01 opponent-feud-penalty PIC 9(3) VALUE ZERO.
  01 flareup-count PIC 9(3) VALUE ZERO.
  01 grudge-scan PIC 9(4).
  01 grudge-target PIC X(10).
  01 grudge-best-roll PIC 9(4).
  01 grudge-roll-work PIC 9(4).
  01 pair-synergy-points PIC 9.
  01 teammate-synergy PIC 9(3) VALUE ZERO.
  01 opponent-synergy PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
  MOVE "COMPLETE" TO run-completion-status
  PERFORM Set-Rules-As-Of-Clock
  PERFORM Load-League-Rules
  PERFORM Seed-Random-Generator
  PERFORM Refresh-Effectiveness-Multipliers

  PERFORM Print-Season-Summary
  PERFORM Export-Game-JSON
  MOVE games-resolved-count TO run-processed-count run-changed-count
  PERFORM Write-Run-History-Entry
GOBACK.

ENTRY "Sport-Simulator-Export-CSV".
  PERFORM Load-League-Context
  PERFORM Export-Character-CSV
GOBACK.

ENTRY "Sport-Simulator-Replay".
  PERFORM Load-League-Context
  PERFORM Run-Replay-Mode
GOBACK.

ENTRY "Sport-Simulator-Exhibition".
  PERFORM Load-League-Context
  PERFORM Run-Exhibition-Mode
GOBACK.

    EXIT PARAGRAPH
  END-IF

  PERFORM Set-Rules-As-Of-Clock
  PERFORM Load-League-Rules
  PERFORM Seed-Random-Generator
  PERFORM Load-Holdout-Keys
  MOVE exhibition-team-b TO Todays-Challenger
  MOVE "N" TO Today-Home-Away
  MOVE ZERO TO venue-speed-adjust
  MOVE SPACES TO todays-venue-surface
  PERFORM Set-Neutral-Weather
  PERFORM Derive-Weather-Adjustments
  MOVE "NONE" TO Today-Fortune
  PERFORM Set-Neutral-Fortune
  PERFORM Derive-Fortune-Adjustments
  MOVE exhibition-team-a TO staff-side-team
  PERFORM Load-Game-Staff-Bonuses
  MOVE ZERO TO plan-lookup-date plan-lookup-slot
  MOVE exhibition-team-a TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(1)
  MOVE exhibition-team-b TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(2)
  PERFORM Determine-Game-Stakes
  PERFORM Initialize-Game-Counters
  PERFORM Exhibition-Collect-Candidates
  PERFORM Select-Lineups
  PERFORM Load-Dressed-Gear
  PERFORM Roll-Dressed-Lineups
  PERFORM Apply-Friendship-Synergy
  PERFORM Apply-Game-Plans

  DISPLAY SPACES
  DISPLAY "=== EXHIBITION: " FUNCTION TRIM(exhibition-team-a)
    " VS " FUNCTION TRIM(exhibition-team-b) " ==="
  MOVE "data/exhibition-play-by-play.txt" TO play-by-play-file-name
  MOVE exhibition-team-a TO pbp-side-a-name
  MOVE exhibition-team-b TO pbp-side-b-name
  MOVE Random-Seed TO play-by-play-seed
  PERFORM Open-Play-By-Play
  PERFORM Resolve-Game
  PERFORM Close-Play-By-Play
  DISPLAY "EXHIBITION ONLY: NO STANDINGS, EXPERIENCE OR WEAR"
    " POSTED."
  PERFORM Offer-What-If-Save.
  MOVE candidate-role TO lc-role(LC-INDEX)
  MOVE skill TO lc-skill(LC-INDEX)
  MOVE ZERO TO lc-sit-streak(LC-INDEX)
  MOVE ZERO TO lc-dressed-flag(LC-INDEX)
  MOVE ZERO TO lc-carded-flag(LC-INDEX)
  MOVE ZERO TO lc-gear-power(LC-INDEX) lc-gear-focus(LC-INDEX)
    lc-gear-speed(LC-INDEX).

Offer-What-If-Save.
  DISPLAY "SAVE A WHAT-IF RECORD? (Y/N): " WITH NO ADVANCING
  DISPLAY "WHAT-IF RECORD SAVED TO data/exhibition-results.dat".

Run-Replay-Mode.
  DISPLAY "REPLAY GAME YEAR: " WITH NO ADVANCING
  ACCEPT gh-year-number
  DISPLAY "REPLAY GAME MONTH: " WITH NO ADVANCING
  END-IF
  CLOSE Game-History

  MOVE gh-numeric-date TO rules-as-of-date
  PERFORM Load-League-Rules
  DISPLAY "REPLAYING " gh-numeric-date " SLOT " gh-game-slot
    " FROM SEED " gh-random-seed
  MOVE gh-challenger TO Todays-Challenger
  MOVE ZERO TO rivalry-game-flag
  MOVE ZERO TO todays-rivalry-intensity
  PERFORM Load-Todays-Venue
  IF gh-weather = SPACES
    PERFORM Set-Neutral-Weather
  ELSE
    MOVE gh-weather TO todays-weather
    MOVE gh-weather-severity TO todays-weather-severity
  END-IF
  PERFORM Derive-Weather-Adjustments
  PERFORM Set-Neutral-Fortune
  IF gh-fortune-effect NOT = SPACES
    MOVE gh-fortune TO Today-Fortune
    MOVE gh-fortune-effect TO todays-fortune-effect
    MOVE gh-fortune-stat TO todays-fortune-stat
    MOVE gh-fortune-magnitude TO todays-fortune-magnitude
  END-IF
  PERFORM Derive-Fortune-Adjustments
  IF gh-teammate-staff = SPACES OR gh-opponent-staff = SPACES
    INITIALIZE staff-teammate-bonuses staff-opponent-bonuses
  ELSE
    MOVE gh-tm-staff-power TO staff-teammate-power
    MOVE gh-tm-staff-focus TO staff-teammate-focus
    MOVE gh-tm-staff-speed TO staff-teammate-speed
    MOVE gh-op-staff-power TO staff-opponent-power
    MOVE gh-op-staff-focus TO staff-opponent-focus
    MOVE gh-op-staff-speed TO staff-opponent-speed
  END-IF
  IF gh-teammate-plan = SPACES OR gh-opponent-plan = SPACES
    MOVE "BALANCED" TO gp-plan(1) gp-plan(2)
  ELSE
    MOVE gh-teammate-plan TO gp-plan(1)
    MOVE gh-opponent-plan TO gp-plan(2)
  END-IF
  PERFORM Initialize-Game-Counters
  PERFORM Restore-Snapshot-Lineup
  COMPUTE Roll-Fraction = FUNCTION RANDOM(gh-random-seed)
  PERFORM Roll-Dressed-Lineups
  MOVE gh-teammate-synergy TO teammate-synergy
  MOVE gh-opponent-synergy TO opponent-synergy
  ADD teammate-synergy TO teammate-power teammate-focus
    teammate-speed
  ADD opponent-synergy TO opponent-power opponent-focus
    opponent-speed
  PERFORM Apply-Game-Plans
  MOVE gh-random-seed TO play-by-play-seed
  PERFORM Name-Game-Play-By-Play
  PERFORM Open-Play-By-Play
  PERFORM Resolve-Game
  PERFORM Close-Play-By-Play
  PERFORM Compare-Replay-To-History.

Compare-Replay-To-History.

  PERFORM Determine-Game-Stakes
  PERFORM Load-Todays-Venue
  PERFORM Check-Venue-Blackout
  IF venue-blacked-out
    PERFORM Postpone-Todays-Game
    EXIT PARAGRAPH
  END-IF
  PERFORM Load-Todays-Weather
  PERFORM Load-Todays-Fortune
  MOVE "TEAMMATES" TO staff-side-team
  PERFORM Load-Game-Staff-Bonuses
  PERFORM Load-Game-Plans
  PERFORM Initialize-Game-Counters
  PERFORM Tally-Rosters
  PERFORM Check-Minimum-Headcount

  PERFORM Load-Appearance-Counts
  PERFORM Apply-Travel-Fatigue
  PERFORM Load-Lineup-Cards
  PERFORM Select-Lineups
  PERFORM Update-Appearances
  PERFORM Print-Dressed-Lineups
  PERFORM Load-Dressed-Gear
  PERFORM Roll-Dressed-Lineups
  PERFORM Print-Unavailable-List
  PERFORM Print-Reserves
  PERFORM Apply-Friendship-Synergy
  PERFORM Apply-Game-Plans
  MOVE slot-random-seed TO play-by-play-seed
  PERFORM Name-Game-Play-By-Play
  PERFORM Open-Play-By-Play
  PERFORM Resolve-Game
  PERFORM Close-Play-By-Play
  PERFORM Record-Game-History
  PERFORM Post-Game-To-Characters
  PERFORM Check-Feud-Flareups
  PERFORM Update-Season-Stats
  PERFORM Update-Standings
  PERFORM Update-Rivalry-Intensity
  END-IF.

Check-Slot-Already-Posted.
  MOVE ZERO TO already-posted-flag history-replace-flag
  IF NOT todays-slot-found
    EXIT PARAGRAPH
  END-IF
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF game-was-reversed
        SET history-may-be-replaced TO TRUE
      ELSE
        SET slot-already-posted TO TRUE
      END-IF
  END-READ
  IF repost-approved
    MOVE "OVERRIDE" TO rp-decision
    MOVE ZERO TO already-posted-flag
    SET history-may-be-replaced TO TRUE
    DISPLAY "OPERATOR OVERRIDE ACCEPTED; RE-POSTING."
  ELSE
    MOVE "REFUSED" TO rp-decision
  MOVE ZERO TO venue-capacity
  MOVE ZERO TO venue-speed-adjust
  MOVE ZERO TO venue-travel-cost
  MOVE SPACES TO todays-venue-surface

  IF today-home-game
    MOVE "TEAMMATES" TO todays-venue-team
      MOVE ve-home-bonus TO venue-home-bonus
      MOVE ve-capacity   TO venue-capacity
      MOVE ve-travel-cost TO venue-travel-cost
      MOVE ve-condition  TO todays-venue-surface
      EVALUATE TRUE
        WHEN venue-fast-surface
          MOVE 1 TO venue-speed-adjust

  DISPLAY "VENUE: " FUNCTION TRIM(todays-venue-name).

Check-Venue-Blackout.
  MOVE ZERO TO venue-blackout-flag
  MOVE ZERO TO booking-status
  OPEN INPUT Venue-Bookings
  IF bookings-missing
    CLOSE Venue-Bookings
    EXIT PARAGRAPH
  END-IF
  MOVE todays-venue-name TO vb-venue-name
  MOVE Today-Year  TO vb-year
  MOVE Today-Month TO vb-month
  MOVE Today-Day   TO vb-day
  MOVE ZERO TO vb-slot
  MOVE ALL-LEAGUES TO vb-league
  READ Venue-Bookings KEY IS vb-booking-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF booking-blackout
        SET venue-blacked-out TO TRUE
        MOVE vb-description TO venue-blackout-reason
      END-IF
  END-READ
  CLOSE Venue-Bookings.

Check-Makeup-Day-Blackout.
  MOVE ZERO TO makeup-blackout-flag
  IF bookings-missing
    EXIT PARAGRAPH
  END-IF
  MOVE todays-venue-name TO vb-venue-name
  MOVE makeup-year  TO vb-year
  MOVE makeup-month TO vb-month
  MOVE makeup-day   TO vb-day
  MOVE ZERO TO vb-slot
  MOVE ALL-LEAGUES TO vb-league
  READ Venue-Bookings KEY IS vb-booking-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF booking-blackout
        SET makeup-day-blacked-out TO TRUE
      END-IF
  END-READ.

Load-Todays-Weather.
  PERFORM Set-Neutral-Weather

  OPEN INPUT Weather
  IF weather-file-missing
    CLOSE Weather
    PERFORM Derive-Weather-Adjustments
    EXIT PARAGRAPH
  END-IF
  MOVE Today-Year  TO wx-year-number
  MOVE Today-Month TO wx-month-number
  MOVE Today-Day   TO wx-day-number
  READ Weather
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF valid-weather-condition
        MOVE wx-condition TO todays-weather
        IF valid-weather-severity
          MOVE wx-severity TO todays-weather-severity
        END-IF
      END-IF
  END-READ
  CLOSE Weather

  PERFORM Derive-Weather-Adjustments
  DISPLAY "WEATHER: " FUNCTION TRIM(todays-weather)
    " (SEVERITY " todays-weather-severity ")".

Load-Game-Staff-Bonuses.
  INITIALIZE staff-teammate-bonuses staff-opponent-bonuses
  MOVE Today-Year TO staff-season
  IF staff-season = ZERO
    MOVE FUNCTION CURRENT-DATE(1:4) TO staff-season
  END-IF
  PERFORM Load-Coaching-Staff

  PERFORM Derive-Side-Staff-Bonuses
  MOVE staff-side-bonuses TO staff-teammate-bonuses
  MOVE Todays-Challenger TO staff-side-team
  PERFORM Derive-Side-Staff-Bonuses
  MOVE staff-side-bonuses TO staff-opponent-bonuses.

Derive-Side-Staff-Bonuses.
  INITIALIZE staff-side-bonuses
  MOVE staff-side-team TO staff-lookup-team
  PERFORM Lookup-Staff-Team
  IF NOT staff-team-was-found
    EXIT PARAGRAPH
  END-IF
  MOVE stf-power-rating(STF-INDEX) TO staff-power-work
  MOVE stf-focus-rating(STF-INDEX) TO staff-focus-work
  MOVE stf-speed-rating(STF-INDEX) TO staff-speed-work
  IF staff-power-work > ZERO
    COMPUTE staff-side-power = (staff-power-work - 1) / 2
  END-IF
  IF staff-focus-work > ZERO
    COMPUTE staff-side-focus = (staff-focus-work - 1) / 2
  END-IF
  IF staff-speed-work > ZERO
    COMPUTE staff-side-speed = (staff-speed-work - 1) / 2
  END-IF.

Load-Game-Plans.
  COMPUTE plan-lookup-date =
    Today-Year * 10000 + Today-Month * 100 + Today-Day
  MOVE current-game-slot TO plan-lookup-slot
  MOVE "TEAMMATES" TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(1)
  MOVE Todays-Challenger TO plan-lookup-team
  PERFORM Load-Team-Game-Plan
  MOVE plan-lookup-result TO gp-plan(2)
  DISPLAY "GAME PLANS: TEAMMATES " FUNCTION TRIM(gp-plan(1))
    ", " FUNCTION TRIM(Todays-Challenger) " "
    FUNCTION TRIM(gp-plan(2)).

Apply-Game-Plans.
  MOVE todays-venue-surface TO plan-surface
  PERFORM Weigh-Game-Plans
  COMPUTE teammate-power ROUNDED = teammate-power * gp-power-pct(1) / 100
  COMPUTE teammate-focus ROUNDED = teammate-focus * gp-focus-pct(1) / 100
  COMPUTE teammate-speed ROUNDED = teammate-speed * gp-speed-pct(1) / 100
  COMPUTE opponent-power ROUNDED = opponent-power * gp-power-pct(2) / 100
  COMPUTE opponent-focus ROUNDED = opponent-focus * gp-focus-pct(2) / 100
  COMPUTE opponent-speed ROUNDED = opponent-speed * gp-speed-pct(2) / 100.

Set-Neutral-Weather.
  MOVE "CLEAR" TO todays-weather
  MOVE 1 TO todays-weather-severity.

Load-Todays-Fortune.
  PERFORM Set-Neutral-Fortune
  IF Today-Fortune = "NONE" OR Today-Fortune = SPACES
    PERFORM Derive-Fortune-Adjustments
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO fortune-lookup-flag
  MOVE ZERO TO fortune-defs-status
  OPEN INPUT Fortune-Definitions
  IF fortune-defs-missing
    CLOSE Fortune-Definitions
    PERFORM Derive-Fortune-Adjustments
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-fortune-defs OR fortune-definition-found
    READ Fortune-Definitions
      AT END
        SET end-of-fortune-defs TO TRUE
      NOT AT END
        IF fo-fortune = Today-Fortune
          SET fortune-definition-found TO TRUE
        END-IF
    END-READ
  END-PERFORM
  CLOSE Fortune-Definitions

  IF fortune-definition-found AND valid-fortune-effect
    MOVE fo-effect-type TO todays-fortune-effect
    MOVE fo-stat TO todays-fortune-stat
    MOVE fo-magnitude TO todays-fortune-magnitude
  END-IF
  PERFORM Derive-Fortune-Adjustments
  IF NOT fortune-has-no-effect
    DISPLAY "FORTUNE: " FUNCTION TRIM(Today-Fortune) " ("
      FUNCTION TRIM(fortune-effect-text) " FOR THE HOME SIDE)"
  END-IF.

Set-Neutral-Fortune.
  MOVE "NONE" TO todays-fortune-effect
  MOVE SPACES TO todays-fortune-stat
  MOVE ZERO TO todays-fortune-magnitude.

Derive-Fortune-Adjustments.
  MOVE ZERO TO fortune-power-adjust fortune-focus-adjust
    fortune-speed-adjust
  MOVE SPACES TO fortune-effect-text
  IF fortune-has-no-effect
    EXIT PARAGRAPH
  END-IF

  MOVE todays-fortune-magnitude TO fortune-magnitude-edit
  IF todays-fortune-stat = SPACES
    STRING FUNCTION TRIM(todays-fortune-effect) " "
      FUNCTION TRIM(fortune-magnitude-edit)
      DELIMITED BY SIZE INTO fortune-effect-text
  ELSE
    STRING FUNCTION TRIM(todays-fortune-effect) " "
      FUNCTION TRIM(todays-fortune-stat) " "
      FUNCTION TRIM(fortune-magnitude-edit)
      DELIMITED BY SIZE INTO fortune-effect-text
  END-IF
  IF NOT fortune-effect-roll
    EXIT PARAGRAPH
  END-IF

  MOVE todays-fortune-magnitude TO fortune-roll-work
  IF fortune-roll-work > 9
    MOVE 9 TO fortune-roll-work
  END-IF
  IF fortune-roll-work < -9
    MOVE -9 TO fortune-roll-work
  END-IF
  EVALUATE todays-fortune-stat
    WHEN "POWER"
      MOVE fortune-roll-work TO fortune-power-adjust
    WHEN "FOCUS"
      MOVE fortune-roll-work TO fortune-focus-adjust
    WHEN "SPEED"
      MOVE fortune-roll-work TO fortune-speed-adjust
  END-EVALUATE.

Check-Home-Side.
  MOVE ZERO TO home-side-flag
  IF (lc-on-teammate-side(LC-INDEX) AND today-home-game)
      OR (lc-on-opponent-side(LC-INDEX) AND today-away-game)
    SET candidate-on-home-side TO TRUE
  END-IF.

Derive-Weather-Adjustments.
  MOVE ZERO TO weather-power-adjust weather-focus-adjust
    weather-speed-adjust weather-gate-percent

  EVALUATE TRUE
    WHEN todays-weather-rain
      MOVE 1 TO weather-power-adjust
      MOVE -1 TO weather-speed-adjust
      IF todays-weather-severity = 3
        MOVE -2 TO weather-speed-adjust
      END-IF
      COMPUTE weather-gate-percent =
        RAIN-GATE-PERCENT-PER-LEVEL * todays-weather-severity
      EVALUATE todays-venue-surface
        WHEN "FAST"
          SUBTRACT 1 FROM weather-speed-adjust
        WHEN "ROUGH"
          SUBTRACT 1 FROM weather-power-adjust
      END-EVALUATE
    WHEN todays-weather-heat
      MOVE 1 TO weather-focus-adjust
      MOVE -1 TO weather-power-adjust
      IF todays-weather-severity = 3
        MOVE -2 TO weather-power-adjust
      END-IF
      COMPUTE weather-gate-percent =
        HEAT-GATE-PERCENT-PER-LEVEL * todays-weather-severity
      EVALUATE todays-venue-surface
        WHEN "FAST"
          ADD 1 TO weather-speed-adjust
        WHEN "SLOW"
          SUBTRACT 1 FROM weather-power-adjust
      END-EVALUATE
    WHEN todays-weather-wind
      MOVE -1 TO weather-focus-adjust
      IF todays-weather-severity = 3
        MOVE -2 TO weather-focus-adjust
      END-IF
      COMPUTE weather-gate-percent =
        WIND-GATE-PERCENT-PER-LEVEL * todays-weather-severity
      IF todays-venue-surface = "ROUGH"
        SUBTRACT 1 FROM weather-focus-adjust
      END-IF
  END-EVALUATE.

Apply-Travel-Fatigue.
  IF current-game-slot NOT = 1
    EXIT PARAGRAPH

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    SET run-ended-with-warnings TO TRUE
    EXIT PARAGRAPH
  END-IF

    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold

  COMPUTE wear-adjust =
  END-IF
  CLOSE Calendar.

Set-Rules-As-Of-Clock.
  PERFORM Load-Season-Clock
  IF season-clock-found
    COMPUTE rules-as-of-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE ZERO TO rules-as-of-date
  END-IF.

Load-League-Rules.
  PERFORM Select-Rules-Version
  IF rules-version-found
    MOVE rl-home-field-bonus TO rule-home-field-bonus
    MOVE rl-synergy-cap TO rule-synergy-cap
    MOVE rl-synergy-level-friend
      TO rule-synergy-level-friend
    MOVE rl-synergy-level-best
      TO rule-synergy-level-best
    MOVE rl-synergy-level-family
      TO rule-synergy-level-family
    MOVE rl-gate-revenue-per-stakes
      TO rule-gate-revenue-per-stakes
    MOVE rl-winners-purse-per-stakes
      TO rule-winners-purse-per-stakes
    MOVE rl-injury-die-size TO rule-injury-die-size
    MOVE rl-injury-body-loss TO rule-injury-body-loss
    MOVE rl-minimum-effectiveness
      TO rule-minimum-effectiveness
    MOVE rl-lineup-limit TO rule-lineup-limit
    IF rl-rotation-sit-limit IS NUMERIC
      MOVE rl-rotation-sit-limit
        TO rule-rotation-sit-limit
    END-IF
    DISPLAY "LEAGUE RULES EFFECTIVE " rl-effective-date
      " LOADED FROM data/league-rules.dat"
  ELSE
    DISPLAY "NO LEAGUE RULES FILE; COMPILED DEFAULTS"
      " IN FORCE."
Refresh-Effectiveness-Multipliers.
  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    SET run-ended-with-warnings TO TRUE
    EXIT PARAGRAPH
  END-IF

              SET end-of-file TO TRUE
            NOT AT END
              IF NOT character-archived
                PERFORM Check-Character-Checkout
                IF NOT character-checked-out
                  PERFORM Compute-Effectiveness-Multiplier
                  REWRITE character-record
                  PERFORM Check-CharacterSheet-Status
                  ADD 1 TO multiplier-refresh-count
                END-IF
              END-IF
          END-READ
        END-PERFORM
  MOVE skill TO lc-skill(LC-INDEX)
  MOVE ZERO TO lc-sit-streak(LC-INDEX)
  MOVE ZERO TO lc-dressed-flag(LC-INDEX)
  MOVE ZERO TO lc-carded-flag(LC-INDEX)
  MOVE ZERO TO lc-gear-power(LC-INDEX) lc-gear-focus(LC-INDEX)
    lc-gear-speed(LC-INDEX)
  ADD popularity TO star-draw-pool.

Derive-Candidate-Role.
      FUNCTION TRIM(lr-record-name) " NOW " lr-value
      " BY " FUNCTION TRIM(lr-holder) " ***"
    PERFORM Write-Record-Alert
    MOVE "RECORD" TO alert-kind
    MOVE lr-record-name TO alert-reference
    MOVE lr-date TO alert-reference(21:8)
    SET alert-is-information TO TRUE
    SET alert-for-everyone TO TRUE
    IF lr-record-name = "MOST GAMES PLAYED"
      MOVE lr-holder TO alert-character
    ELSE
      MOVE lr-holder TO alert-team
    END-IF
    MOVE ra-text TO alert-text
    PERFORM Raise-Operator-Alert
  END-IF.

Write-Record-Alert.
            SET suspension-served TO TRUE
            DISPLAY "SUSPENSION SERVED: "
              FUNCTION TRIM(su-short-name)
            PERFORM Raise-Suspension-Alert
          END-IF
          REWRITE Suspension-Record
        END-IF
  END-PERFORM
  CLOSE Suspensions.

Raise-Suspension-Alert.
  MOVE "SUSPENSION" TO alert-kind
  MOVE su-short-name TO alert-reference
  MOVE su-start-date TO alert-reference(11:8)
  SET alert-is-warning TO TRUE
  SET alert-for-updaters TO TRUE
  MOVE su-short-name TO alert-character
  STRING "SUSPENSION ENDED AFTER " su-games-served
    " GAME(S); ELIGIBLE AGAIN" DELIMITED BY SIZE INTO alert-text
  PERFORM Raise-Operator-Alert.

Load-Injured-Keys.
  MOVE ZERO TO injured-key-count
  MOVE ZERO TO healed-key-count

Postpone-Todays-Game.
  DISPLAY SPACES
  IF venue-blacked-out
    DISPLAY "POSTPONED: " FUNCTION TRIM(todays-venue-name)
      " IS BLACKED OUT TODAY (" FUNCTION TRIM(venue-blackout-reason)
      ")."
    MOVE "VENUE BLACKOUT" TO postponement-reason
  ELSE
    DISPLAY "POSTPONED: NEITHER SIDE CAN DRESS "
      MINIMUM-ELIGIBLE-HEADCOUNT " ELIGIBLE CHARACTER(S)."
    MOVE "SHORT OF ELIGIBLES" TO postponement-reason
  END-IF

  PERFORM Check-Already-Postponed
  IF slot-already-postponed
    CLOSE Calendar
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO booking-status
  OPEN INPUT Venue-Bookings

  PERFORM VARYING makeup-day-count FROM 1 BY 1
      UNTIL makeup-day-count > 56 OR makeup-slot-found
        ADD 1 TO makeup-year
      END-IF
    END-IF
    PERFORM Check-Makeup-Day-Blackout
    PERFORM VARYING makeup-slot FROM 1 BY 1
        UNTIL makeup-slot > 9 OR makeup-slot-found
          OR makeup-day-blacked-out
      MOVE makeup-year  TO year-number
      MOVE makeup-month TO month-number
      MOVE makeup-day   TO day-number
    END-WRITE
  END-IF
  CLOSE Calendar
  CLOSE Venue-Bookings

  IF makeup-slot-found
    DISPLAY "MAKEUP FIXTURE WRITTEN FOR " numeric-date
  ELSE
    MOVE ZERO TO pp-makeup-date pp-makeup-slot
  END-IF
  MOVE postponement-reason TO pp-reason

  OPEN EXTEND Postponement-Log
  IF postponement-log-missing

Select-One-Side-Lineup.
  MOVE ZERO TO lineup-picked
  MOVE MINIMUM-DEFENDERS TO required-defenders
  MOVE MINIMUM-PLAYMAKERS TO required-playmakers
  PERFORM Dress-Carded-Picks
  PERFORM Force-Rotation-Picks

  MOVE "DEFENDER" TO required-role
  MOVE required-defenders TO role-needed-count
  PERFORM Pick-Required-Role
  MOVE "PLAYMAKER" TO required-role
  MOVE required-playmakers TO role-needed-count
  PERFORM Pick-Required-Role

  PERFORM UNTIL lineup-picked >= rule-lineup-limit
    PERFORM Dress-Best-Candidate
  END-PERFORM.

Dress-Carded-Picks.
  PERFORM VARYING lc-scan FROM 1 BY 1
      UNTIL lc-scan > lineup-candidate-count
      OR lineup-picked >= rule-lineup-limit
    IF lc-side(lc-scan) = lineup-side
        AND lc-is-carded(lc-scan)
        AND NOT lc-is-dressed(lc-scan)
      MOVE lc-scan TO lc-best
      PERFORM Dress-Best-Candidate
      IF lc-role(lc-scan) = "DEFENDER"
          AND required-defenders > ZERO
        SUBTRACT 1 FROM required-defenders
      END-IF
      IF lc-role(lc-scan) = "PLAYMAKER"
          AND required-playmakers > ZERO
        SUBTRACT 1 FROM required-playmakers
      END-IF
    END-IF
  END-PERFORM.

Force-Rotation-Picks.
  IF rule-rotation-sit-limit = ZERO
    EXIT PARAGRAPH
    SUBTRACT 1 FROM role-needed-count
  END-PERFORM.

Load-Lineup-Cards.
  MOVE ZERO TO carded-count(1) carded-count(2)
  MOVE ZERO TO lineup-cards-accepted lineup-cards-rejected
  OPEN INPUT Lineup-Cards
  IF lineup-cards-missing
    CLOSE Lineup-Cards
    EXIT PARAGRAPH
  END-IF
  OPEN EXTEND Lineup-Card-Rejects
  IF lineup-rejects-missing
    OPEN OUTPUT Lineup-Card-Rejects
  END-IF

  PERFORM UNTIL end-of-lineup-cards
    READ Lineup-Cards
      AT END
        SET end-of-lineup-cards TO TRUE
      NOT AT END
        IF mc-date = todays-numeric-date
            AND mc-slot = current-game-slot
          PERFORM Validate-Lineup-Card
        END-IF
    END-READ
  END-PERFORM

  CLOSE Lineup-Cards
  CLOSE Lineup-Card-Rejects

  IF lineup-cards-accepted > ZERO OR lineup-cards-rejected > ZERO
    DISPLAY "LINEUP CARDS: " lineup-cards-accepted " ACCEPTED, "
      lineup-cards-rejected " REJECTED"
  END-IF.

Validate-Lineup-Card.
  MOVE SPACES TO lineup-card-reason
  MOVE ZERO TO lc-best
  EVALUATE TRUE
    WHEN mc-team = "TEAMMATES"
      MOVE 1 TO carded-side
    WHEN mc-team = Todays-Challenger
      MOVE 2 TO carded-side
    WHEN OTHER
      MOVE "TEAM NOT IN TODAYS GAME" TO lineup-card-reason
  END-EVALUATE

  IF lineup-card-reason = SPACES
      AND mc-role NOT = SPACES
      AND mc-role NOT = "DEFENDER"
      AND mc-role NOT = "PLAYMAKER"
      AND mc-role NOT = "FLEX"
    MOVE "UNKNOWN ROLE" TO lineup-card-reason
  END-IF

  IF lineup-card-reason = SPACES
    PERFORM VARYING lc-scan FROM 1 BY 1
        UNTIL lc-scan > lineup-candidate-count OR lc-best > ZERO
      IF lc-short-name(lc-scan) = mc-short-name
        MOVE lc-scan TO lc-best
      END-IF
    END-PERFORM
    EVALUATE TRUE
      WHEN lc-best = ZERO
        PERFORM Find-Lineup-Card-Unavailable
      WHEN lc-side(lc-best) NOT = carded-side
        MOVE "NOT ON CARD TEAM" TO lineup-card-reason
      WHEN lc-is-carded(lc-best)
        MOVE "ALREADY CARDED" TO lineup-card-reason
      WHEN carded-count(carded-side) >= rule-lineup-limit
        MOVE "OVER LINEUP LIMIT" TO lineup-card-reason
      WHEN OTHER
        CONTINUE
    END-EVALUATE
  END-IF

  IF lineup-card-reason NOT = SPACES
    ADD 1 TO lineup-cards-rejected
    MOVE SPACES TO Lineup-Card-Reject-Record
    MOVE Lineup-Card-Record TO mj-row
    MOVE lineup-card-reason TO mj-reason
    WRITE Lineup-Card-Reject-Record
    DISPLAY "LINEUP CARD REJECTED: " FUNCTION TRIM(mc-short-name)
      " - " FUNCTION TRIM(lineup-card-reason)
    EXIT PARAGRAPH
  END-IF

  MOVE 1 TO lc-carded-flag(lc-best)
  IF mc-role NOT = SPACES
    MOVE mc-role TO lc-role(lc-best)
  END-IF
  ADD 1 TO carded-count(carded-side)
  ADD 1 TO lineup-cards-accepted
  DISPLAY "LINEUP CARD: " FUNCTION TRIM(lc-long-name(lc-best))
    " AS " FUNCTION TRIM(lc-role(lc-best)).

Find-Lineup-Card-Unavailable.
  MOVE "NOT ON ACTIVE ROSTER" TO lineup-card-reason
  PERFORM VARYING UA-INDEX FROM 1 BY 1
      UNTIL UA-INDEX > unavailable-count
    IF ua-short-name(UA-INDEX) = mc-short-name
      MOVE ua-reason(UA-INDEX) TO lineup-card-reason
    END-IF
  END-PERFORM.

Dress-Best-Candidate.
  MOVE 1 TO lc-dressed-flag(lc-best)
  ADD 1 TO lineup-picked

Roll-One-Dressed-Character.
  MOVE ZERO TO side-home-bonus
  MOVE ZERO TO side-fortune-power side-fortune-focus side-fortune-speed
  PERFORM Check-Home-Side
  IF candidate-on-home-side
    MOVE venue-home-bonus TO side-home-bonus
    MOVE fortune-power-adjust TO side-fortune-power
    MOVE fortune-focus-adjust TO side-fortune-focus
    MOVE fortune-speed-adjust TO side-fortune-speed
  END-IF

  MOVE ZERO TO clutch-bonus

  MOVE lc-multiplier(LC-INDEX) TO roll-multiplier

  IF lc-on-teammate-side(LC-INDEX)
    MOVE staff-teammate-bonuses TO staff-side-bonuses
  ELSE
    MOVE staff-opponent-bonuses TO staff-side-bonuses
  END-IF

  MOVE lc-power-stat(LC-INDEX) TO Roll-Die-Size
  COMPUTE roll-bonus-work = lc-power-bonus(LC-INDEX)
    + side-home-bonus + weather-power-adjust + clutch-bonus
    + staff-side-power + side-fortune-power + lc-gear-power(LC-INDEX)
  IF roll-bonus-work < ZERO
    MOVE ZERO TO roll-bonus-work
  END-IF
  MOVE roll-bonus-work TO Roll-Bonus
  PERFORM Roll-Effective-Check
  MOVE Roll-Result TO lc-power-roll(LC-INDEX)
  IF lc-on-teammate-side(LC-INDEX)
    ADD Roll-Result TO teammate-power
  ELSE
    ADD Roll-Result TO opponent-power
  END-IF

  MOVE lc-focus-stat(LC-INDEX) TO Roll-Die-Size
  COMPUTE roll-bonus-work = lc-focus-bonus(LC-INDEX)
    + side-home-bonus + weather-focus-adjust + clutch-bonus
    + staff-side-focus + side-fortune-focus + lc-gear-focus(LC-INDEX)
  IF roll-bonus-work < ZERO
    MOVE ZERO TO roll-bonus-work
  END-IF
  MOVE roll-bonus-work TO Roll-Bonus
  PERFORM Roll-Effective-Check
  MOVE Roll-Result TO lc-focus-roll(LC-INDEX)
  IF lc-on-teammate-side(LC-INDEX)

  MOVE lc-speed-stat(LC-INDEX) TO Roll-Die-Size
  COMPUTE roll-bonus-work = lc-speed-bonus(LC-INDEX)
    + side-home-bonus + venue-speed-adjust + weather-speed-adjust
    + clutch-bonus + staff-side-speed + side-fortune-speed
    + lc-gear-speed(LC-INDEX)
  IF roll-bonus-work < ZERO
    MOVE ZERO TO roll-bonus-work
  END-IF
    ADD 1 TO opponent-count
  END-IF.

Load-Dressed-Gear.
  MOVE ZERO TO assignment-status
  OPEN INPUT Equipment-Assignments
  IF assignments-missing
    CLOSE Equipment-Assignments
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING LC-INDEX FROM 1 BY 1
      UNTIL LC-INDEX > lineup-candidate-count
    IF lc-is-dressed(LC-INDEX)
      PERFORM Load-One-Candidate-Gear
    END-IF
  END-PERFORM
  CLOSE Equipment-Assignments.

Load-One-Candidate-Gear.
  MOVE ZERO TO lc-gear-power(LC-INDEX) lc-gear-focus(LC-INDEX)
    lc-gear-speed(LC-INDEX)
  MOVE ZERO TO assignment-status
  MOVE lc-short-name(LC-INDEX) TO ea-short-name
  MOVE LOW-VALUE TO ea-item-id
  START Equipment-Assignments KEY >= ea-assignment-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-assignments
    READ Equipment-Assignments NEXT RECORD
      AT END
        SET end-of-assignments TO TRUE
      NOT AT END
        IF ea-short-name NOT = lc-short-name(LC-INDEX)
          SET end-of-assignments TO TRUE
        ELSE
          PERFORM Add-One-Gear-Bonus
        END-IF
    END-READ
  END-PERFORM.

Add-One-Gear-Bonus.
  IF ea-durability-left = ZERO
    EXIT PARAGRAPH
  END-IF
  EVALUATE TRUE
    WHEN ea-affects-power
      COMPUTE gear-bonus-work = lc-gear-power(LC-INDEX) + ea-bonus
      IF gear-bonus-work > 9
        MOVE 9 TO gear-bonus-work
      END-IF
      MOVE gear-bonus-work TO lc-gear-power(LC-INDEX)
    WHEN ea-affects-focus
      COMPUTE gear-bonus-work = lc-gear-focus(LC-INDEX) + ea-bonus
      IF gear-bonus-work > 9
        MOVE 9 TO gear-bonus-work
      END-IF
      MOVE gear-bonus-work TO lc-gear-focus(LC-INDEX)
    WHEN ea-affects-speed
      COMPUTE gear-bonus-work = lc-gear-speed(LC-INDEX) + ea-bonus
      IF gear-bonus-work > 9
        MOVE 9 TO gear-bonus-work
      END-IF
      MOVE gear-bonus-work TO lc-gear-speed(LC-INDEX)
  END-EVALUATE.

Print-Dressed-Lineups.
  DISPLAY SPACES
  DISPLAY "=== DRESSED LINEUPS (WITH ROLES) ==="
      spark-note-count " HOLDER(S) DRESSED)"
  END-IF

  PERFORM Apply-Feud-Friction

  IF teammate-synergy > rule-synergy-cap
    MOVE rule-synergy-cap TO teammate-synergy
  END-IF
    ADD pair-synergy-points TO opponent-synergy
  END-IF.

Apply-Feud-Friction.
  MOVE ZERO TO live-feud-count teammate-feud-penalty
    opponent-feud-penalty
  MOVE ZERO TO feud-status
  OPEN INPUT Feuds
  IF feuds-missing
    CLOSE Feuds
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO fd-pairing
  START Feuds KEY >= fd-pairing
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-feuds
        READ Feuds NEXT RECORD
          AT END
            SET end-of-feuds TO TRUE
          NOT AT END
            IF feud-active AND fd-intensity >= FEUD-LIVE-LEVEL
              PERFORM Place-One-Live-Feud
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Feuds

  IF teammate-synergy > teammate-feud-penalty
    SUBTRACT teammate-feud-penalty FROM teammate-synergy
  ELSE
    MOVE ZERO TO teammate-synergy
  END-IF
  IF opponent-synergy > opponent-feud-penalty
    SUBTRACT opponent-feud-penalty FROM opponent-synergy
  ELSE
    MOVE ZERO TO opponent-synergy
  END-IF
  IF teammate-feud-penalty > ZERO OR opponent-feud-penalty > ZERO
    DISPLAY "FEUD FRICTION: TEAMMATES -" teammate-feud-penalty
      " OPPONENTS -" opponent-feud-penalty
  END-IF.

Place-One-Live-Feud.
  MOVE ZERO TO sr-1-side sr-2-side
  PERFORM VARYING SR-INDEX FROM 1 BY 1
      UNTIL SR-INDEX > synergy-roster-count
    IF sr-short-name(SR-INDEX) = fd-key-1
      MOVE sr-side(SR-INDEX) TO sr-1-side
    END-IF
    IF sr-short-name(SR-INDEX) = fd-key-2
      MOVE sr-side(SR-INDEX) TO sr-2-side
    END-IF
  END-PERFORM
  IF sr-1-side = ZERO OR sr-2-side = ZERO
    EXIT PARAGRAPH
  END-IF

  IF sr-1-side = sr-2-side
    MOVE FEUD-SYNERGY-PENALTY TO feud-penalty-points
    IF fd-intensity >= FEUD-BITTER-LEVEL
      ADD 1 TO feud-penalty-points
    END-IF
    IF sr-1-side = 1
      ADD feud-penalty-points TO teammate-feud-penalty
    ELSE
      ADD feud-penalty-points TO opponent-feud-penalty
    END-IF
    DISPLAY "FEUD: " FUNCTION TRIM(fd-key-1) " AND "
      FUNCTION TRIM(fd-key-2) " DRESS SIDE BY SIDE"
  END-IF

  IF live-feud-count < 200
    ADD 1 TO live-feud-count
    SET LF-INDEX TO live-feud-count
    MOVE fd-key-1 TO lf-key-1(LF-INDEX)
    MOVE fd-key-2 TO lf-key-2(LF-INDEX)
    MOVE fd-intensity TO lf-intensity(LF-INDEX)
    MOVE sr-1-side TO lf-side-1(LF-INDEX)
    MOVE sr-2-side TO lf-side-2(LF-INDEX)
  END-IF.

Check-Feud-Flareups.
  MOVE ZERO TO flareup-count
  PERFORM VARYING LF-INDEX FROM 1 BY 1
      UNTIL LF-INDEX > live-feud-count
    IF lf-side-1(LF-INDEX) NOT = lf-side-2(LF-INDEX)
      MOVE FEUD-FLAREUP-DIE TO Roll-Die-Size
      MOVE ZERO TO Roll-Bonus
      PERFORM Roll-Check
      IF Roll-Result <= lf-intensity(LF-INDEX) / 4
        PERFORM Record-Feud-Flareup
      END-IF
    END-IF
  END-PERFORM
  IF flareup-count > ZERO
    DISPLAY "FEUD FLARE-UPS: " flareup-count
      " CONDUCT INCIDENT(S) LOGGED"
  END-IF.

Record-Feud-Flareup.
  ADD 1 TO flareup-count
  DISPLAY "FLARE-UP: " FUNCTION TRIM(lf-key-1(LF-INDEX)) " AND "
    FUNCTION TRIM(lf-key-2(LF-INDEX)) " CLASH ON THE FIELD"
  MOVE ZERO TO incident-status
  OPEN EXTEND Conduct-Incidents
  IF incidents-missing
    OPEN OUTPUT Conduct-Incidents
  END-IF
  MOVE SPACES TO Conduct-Incident-Record
  COMPUTE ci-date =
    Today-Year * 10000 + Today-Month * 100 + Today-Day
  MOVE lf-key-1(LF-INDEX) TO ci-short-name
  MOVE "FEUD" TO ci-code
  STRING "CLASHED WITH " lf-key-2(LF-INDEX)
    DELIMITED BY SIZE INTO ci-description
  MOVE "SPORT-SIM" TO ci-operator
  MOVE ZERO TO ci-fine-amount
  WRITE Conduct-Incident-Record
  MOVE lf-key-2(LF-INDEX) TO ci-short-name
  MOVE SPACES TO ci-description
  STRING "CLASHED WITH " lf-key-1(LF-INDEX)
    DELIMITED BY SIZE INTO ci-description
  WRITE Conduct-Incident-Record
  CLOSE Conduct-Incidents

  MOVE lf-key-1(LF-INDEX) TO feud-name-1
  MOVE lf-key-2(LF-INDEX) TO feud-name-2
  MOVE "CONDUCT" TO feud-cause
  MOVE FEUD-FLARE-HEAT TO feud-heat
  MOVE ci-date TO feud-date
  PERFORM Raise-Feud.

Nurse-Former-Team-Grudge.
  MOVE SPACES TO grudge-target
  MOVE ZERO TO grudge-best-roll
  PERFORM VARYING grudge-scan FROM 1 BY 1
      UNTIL grudge-scan > lineup-candidate-count
    IF lc-is-dressed(grudge-scan)
        AND lc-side(grudge-scan) NOT = lc-side(LC-INDEX)
      COMPUTE grudge-roll-work = lc-power-roll(grudge-scan)
        + lc-focus-roll(grudge-scan) + lc-speed-roll(grudge-scan)
      IF grudge-roll-work > grudge-best-roll
        MOVE grudge-roll-work TO grudge-best-roll
        MOVE lc-short-name(grudge-scan) TO grudge-target
      END-IF
    END-IF
  END-PERFORM
  IF grudge-target = SPACES
    EXIT PARAGRAPH
  END-IF

  MOVE short-name TO feud-name-1
  MOVE grudge-target TO feud-name-2
  MOVE "EX-TEAM" TO feud-cause
  MOVE FEUD-GRUDGE-HEAT TO feud-heat
  COMPUTE feud-date =
    Today-Year * 10000 + Today-Month * 100 + Today-Day
  PERFORM Raise-Feud
  DISPLAY "GRUDGE: " FUNCTION TRIM(short-name) " LOSES AGAIN TO "
    "FORMER CLUB; RESENTS " FUNCTION TRIM(grudge-target).

Resolve-Game.
  DISPLAY SPACES
  DISPLAY "=== GAME RESULT: " Todays-Challenger " ==="
  IF NOT todays-weather-clear
    DISPLAY "CONDITIONS: " FUNCTION TRIM(todays-weather)
      " SEVERITY " todays-weather-severity " ON "
      FUNCTION TRIM(todays-venue-surface) " SURFACE (POWER "
      weather-power-adjust " FOCUS " weather-focus-adjust
      " SPEED " weather-speed-adjust ")"
  END-IF
  IF NOT fortune-has-no-effect
    DISPLAY "FORTUNE: " FUNCTION TRIM(Today-Fortune) " ("
      FUNCTION TRIM(fortune-effect-text) " FOR THE HOME SIDE)"
  END-IF
  IF staff-teammate-bonuses NOT = "000"
      OR staff-opponent-bonuses NOT = "000"
    DISPLAY "COACHING: TEAMMATES (POWER " staff-teammate-power
      " FOCUS " staff-teammate-focus " SPEED " staff-teammate-speed
      ") OPPONENTS (POWER " staff-opponent-power
      " FOCUS " staff-opponent-focus " SPEED " staff-opponent-speed ")"
  END-IF
  IF NOT gp-balanced(1) OR NOT gp-balanced(2)
    DISPLAY "GAME PLANS: TEAMMATES " FUNCTION TRIM(gp-plan(1))
      " (POWER " gp-power-pct(1) "% FOCUS " gp-focus-pct(1)
      "% SPEED " gp-speed-pct(1) "%) OPPONENTS "
      FUNCTION TRIM(gp-plan(2)) " (POWER " gp-power-pct(2)
      "% FOCUS " gp-focus-pct(2) "% SPEED " gp-speed-pct(2) "%)"
  END-IF
  DISPLAY "TEAMMATES (" teammate-count ") - POWER ROLL:" teammate-power
    " FOCUS ROLL:" teammate-focus " SPEED ROLL:" teammate-speed
  DISPLAY "OPPONENTS (" opponent-count ") - POWER ROLL:" opponent-power
    " FOCUS ROLL:" opponent-focus " SPEED ROLL:" opponent-speed
  PERFORM Narrate-Regulation

  IF teammate-power > opponent-power
    ADD 1 TO teammate-wins
          DELIMITED BY SIZE INTO Today-Result-Text
      END-IF
    END-IF
  END-IF
  PERFORM Narrate-Deciding-Moment.

Resolve-Overtime.
  DISPLAY "REGULATION ENDS TIED; SUDDEN-DEATH OVERTIME."

    DISPLAY "OT ROUND " overtime-rounds ": TEAMMATES "
      teammate-ot-roll " OPPONENTS " opponent-ot-roll
    MOVE SPACES TO play-by-play-line
    STRING "OT ROUND " overtime-rounds ": "
      FUNCTION TRIM(pbp-side-a-name) " " teammate-ot-roll
      " (HEADCOUNT " teammate-count " SYNERGY " teammate-synergy
      ") VS " FUNCTION TRIM(pbp-side-b-name) " " opponent-ot-roll
      DELIMITED BY SIZE INTO play-by-play-line
    PERFORM Write-Play-By-Play-Line

    IF teammate-ot-roll > opponent-ot-roll
      SET teammates-won TO TRUE
    END-IF
  END-PERFORM.

Name-Game-Play-By-Play.
  MOVE SPACES TO play-by-play-file-name
  STRING league-data-prefix DELIMITED BY SPACE
    "play-by-play-" Today-Year Today-Month Today-Day
    "-" current-game-slot ".txt"
    DELIMITED BY SIZE INTO play-by-play-file-name
  MOVE "TEAMMATES" TO pbp-side-a-name
  MOVE Todays-Challenger TO pbp-side-b-name.

Open-Play-By-Play.
  MOVE ZERO TO play-by-play-flag
  OPEN OUTPUT Play-By-Play
  IF play-by-play-status NOT = ZERO
    DISPLAY "PLAY-BY-PLAY NOT WRITTEN: "
      FUNCTION TRIM(play-by-play-file-name)
      " STATUS " play-by-play-status
    EXIT PARAGRAPH
  END-IF
  SET play-by-play-open TO TRUE

  MOVE SPACES TO play-by-play-line
  STRING "PLAY-BY-PLAY: " FUNCTION TRIM(pbp-side-a-name) " VS "
    FUNCTION TRIM(pbp-side-b-name) "  DATE " Today-Year "-"
    Today-Month "-" Today-Day "  SLOT " current-game-slot
    "  SEED " play-by-play-seed
    DELIMITED BY SIZE INTO play-by-play-line
  PERFORM Write-Play-By-Play-Line
  MOVE SPACES TO play-by-play-line
  STRING "STAKES LEVEL " Game-Stakes-Level "  WEATHER "
    FUNCTION TRIM(todays-weather) " SEVERITY "
    todays-weather-severity
    DELIMITED BY SIZE INTO play-by-play-line
  PERFORM Write-Play-By-Play-Line.

Close-Play-By-Play.
  IF NOT play-by-play-open
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO play-by-play-line
  STRING "FINAL: " Today-Result-Text
    DELIMITED BY SIZE INTO play-by-play-line
  PERFORM Write-Play-By-Play-Line
  CLOSE Play-By-Play
  MOVE ZERO TO play-by-play-flag
  DISPLAY "PLAY-BY-PLAY WRITTEN TO "
    FUNCTION TRIM(play-by-play-file-name).

Write-Play-By-Play-Line.
  IF play-by-play-open
    WRITE Play-By-Play-Record FROM play-by-play-line
  END-IF.

Narrate-Regulation.
  IF NOT play-by-play-open
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO pbp-home-bonus
  IF today-home-game OR today-away-game
    MOVE venue-home-bonus TO pbp-home-bonus
  END-IF
  IF pbp-home-bonus > ZERO
    MOVE SPACES TO play-by-play-line
    IF today-home-game
      STRING "HOME FIELD: " FUNCTION TRIM(pbp-side-a-name) " +"
        pbp-home-bonus " ON EVERY ROLL"
        DELIMITED BY SIZE INTO play-by-play-line
    ELSE
      STRING "HOME FIELD: " FUNCTION TRIM(pbp-side-b-name) " +"
        pbp-home-bonus " ON EVERY ROLL"
        DELIMITED BY SIZE INTO play-by-play-line
    END-IF
    PERFORM Write-Play-By-Play-Line
  END-IF
  IF NOT todays-weather-clear
    MOVE SPACES TO play-by-play-line
    STRING "CONDITIONS: POWER " weather-power-adjust " FOCUS "
      weather-focus-adjust " SPEED " weather-speed-adjust
      " PER ROLL"
      DELIMITED BY SIZE INTO play-by-play-line
    PERFORM Write-Play-By-Play-Line
  END-IF
  IF NOT fortune-has-no-effect
    MOVE SPACES TO play-by-play-line
    STRING "FORTUNE: " FUNCTION TRIM(Today-Fortune) " ("
      FUNCTION TRIM(fortune-effect-text) " FOR THE HOME SIDE)"
      DELIMITED BY SIZE INTO play-by-play-line
    PERFORM Write-Play-By-Play-Line
  END-IF

  MOVE ZERO TO pbp-matchup-number pbp-a-scan pbp-b-scan
  PERFORM Narrate-Next-Matchup
    UNTIL pbp-a-scan > lineup-candidate-count
      AND pbp-b-scan > lineup-candidate-count

  MOVE SPACES TO play-by-play-line
  STRING "SYNERGY APPLIED: " FUNCTION TRIM(pbp-side-a-name) " +"
    teammate-synergy " " FUNCTION TRIM(pbp-side-b-name) " +"
    opponent-synergy " TO EACH TOTAL"
    DELIMITED BY SIZE INTO play-by-play-line
  PERFORM Write-Play-By-Play-Line
  MOVE SPACES TO play-by-play-line
  STRING "GAME PLANS: " FUNCTION TRIM(pbp-side-a-name) " "
    FUNCTION TRIM(gp-plan(1)) " VS " FUNCTION TRIM(pbp-side-b-name)
    " " FUNCTION TRIM(gp-plan(2))
    DELIMITED BY SIZE INTO play-by-play-line
  PERFORM Write-Play-By-Play-Line

  MOVE "POWER" TO pbp-exchange-name
  MOVE teammate-power TO pbp-a-total
  MOVE opponent-power TO pbp-b-total
  PERFORM Narrate-One-Exchange
  MOVE "FOCUS" TO pbp-exchange-name
  MOVE teammate-focus TO pbp-a-total
  MOVE opponent-focus TO pbp-b-total
  PERFORM Narrate-One-Exchange
  MOVE "SPEED" TO pbp-exchange-name
  MOVE teammate-speed TO pbp-a-total
  MOVE opponent-speed TO pbp-b-total
  PERFORM Narrate-One-Exchange.

Narrate-Next-Matchup.
  ADD 1 TO pbp-a-scan
  PERFORM UNTIL pbp-a-scan > lineup-candidate-count
    IF lc-is-dressed(pbp-a-scan)
        AND lc-on-teammate-side(pbp-a-scan)
      EXIT PERFORM
    END-IF
    ADD 1 TO pbp-a-scan
  END-PERFORM
  ADD 1 TO pbp-b-scan
  PERFORM UNTIL pbp-b-scan > lineup-candidate-count
    IF lc-is-dressed(pbp-b-scan)
        AND lc-on-opponent-side(pbp-b-scan)
      EXIT PERFORM
    END-IF
    ADD 1 TO pbp-b-scan
  END-PERFORM
  IF pbp-a-scan > lineup-candidate-count
      AND pbp-b-scan > lineup-candidate-count
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO pbp-matchup-number
  MOVE SPACES TO play-by-play-line
  MOVE 1 TO pbp-line-pointer
  STRING "MATCHUP " pbp-matchup-number ": "
    DELIMITED BY SIZE INTO play-by-play-line
    WITH POINTER pbp-line-pointer
  IF pbp-a-scan > lineup-candidate-count
    MOVE "(NO ONE)" TO pbp-roll-text
  ELSE
    SET LC-INDEX TO pbp-a-scan
    PERFORM Format-Matchup-Rolls
  END-IF
  STRING FUNCTION TRIM(pbp-roll-text) " VS "
    DELIMITED BY SIZE INTO play-by-play-line
    WITH POINTER pbp-line-pointer
  IF pbp-b-scan > lineup-candidate-count
    MOVE "(NO ONE)" TO pbp-roll-text
  ELSE
    SET LC-INDEX TO pbp-b-scan
    PERFORM Format-Matchup-Rolls
  END-IF
  STRING FUNCTION TRIM(pbp-roll-text)
    DELIMITED BY SIZE INTO play-by-play-line
    WITH POINTER pbp-line-pointer
  PERFORM Write-Play-By-Play-Line.

Format-Matchup-Rolls.
  MOVE SPACES TO pbp-roll-text
  STRING FUNCTION TRIM(lc-short-name(LC-INDEX)) " P"
    lc-power-roll(LC-INDEX) " F" lc-focus-roll(LC-INDEX)
    " S" lc-speed-roll(LC-INDEX)
    DELIMITED BY SIZE INTO pbp-roll-text.

Narrate-One-Exchange.
  MOVE SPACES TO play-by-play-line
  EVALUATE TRUE
    WHEN pbp-a-total > pbp-b-total
      STRING FUNCTION TRIM(pbp-exchange-name) " EXCHANGE: "
        FUNCTION TRIM(pbp-side-a-name) " " pbp-a-total " VS "
        FUNCTION TRIM(pbp-side-b-name) " " pbp-b-total " - "
        FUNCTION TRIM(pbp-side-a-name) " TAKE IT"
        DELIMITED BY SIZE INTO play-by-play-line
    WHEN pbp-a-total < pbp-b-total
      STRING FUNCTION TRIM(pbp-exchange-name) " EXCHANGE: "
        FUNCTION TRIM(pbp-side-a-name) " " pbp-a-total " VS "
        FUNCTION TRIM(pbp-side-b-name) " " pbp-b-total " - "
        FUNCTION TRIM(pbp-side-b-name) " TAKE IT"
        DELIMITED BY SIZE INTO play-by-play-line
    WHEN OTHER
      STRING FUNCTION TRIM(pbp-exchange-name) " EXCHANGE: "
        FUNCTION TRIM(pbp-side-a-name) " " pbp-a-total " VS "
        FUNCTION TRIM(pbp-side-b-name) " " pbp-b-total " - EVEN"
        DELIMITED BY SIZE INTO play-by-play-line
  END-EVALUATE
  PERFORM Write-Play-By-Play-Line.

Narrate-Deciding-Moment.
  IF NOT play-by-play-open
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO play-by-play-line
  EVALUATE TRUE
    WHEN game-tied
      STRING "NO DECISION: LEVEL AFTER " overtime-rounds
        " OVERTIME ROUND(S)"
        DELIMITED BY SIZE INTO play-by-play-line
    WHEN overtime-rounds > ZERO
      IF teammates-won
        STRING "DECIDING MOMENT: " FUNCTION TRIM(pbp-side-a-name)
          " " teammate-ot-roll " TO " opponent-ot-roll
          " IN OT ROUND " overtime-rounds
          DELIMITED BY SIZE INTO play-by-play-line
      ELSE
        STRING "DECIDING MOMENT: " FUNCTION TRIM(pbp-side-b-name)
          " " opponent-ot-roll " TO " teammate-ot-roll
          " IN OT ROUND " overtime-rounds
          DELIMITED BY SIZE INTO play-by-play-line
      END-IF
    WHEN OTHER
      IF teammates-won
        MOVE 1 TO pbp-winner-side
      ELSE
        MOVE 2 TO pbp-winner-side
      END-IF
      MOVE 99999 TO pbp-closest-margin
      MOVE SPACES TO pbp-closest-exchange
      MOVE "POWER" TO pbp-exchange-name
      MOVE teammate-power TO pbp-a-total
      MOVE opponent-power TO pbp-b-total
      PERFORM Weigh-Deciding-Exchange
      MOVE "FOCUS" TO pbp-exchange-name
      MOVE teammate-focus TO pbp-a-total
      MOVE opponent-focus TO pbp-b-total
      PERFORM Weigh-Deciding-Exchange
      MOVE "SPEED" TO pbp-exchange-name
      MOVE teammate-speed TO pbp-a-total
      MOVE opponent-speed TO pbp-b-total
      PERFORM Weigh-Deciding-Exchange
      IF pbp-winner-side = 1
        STRING "DECIDING MOMENT: " FUNCTION TRIM(pbp-closest-exchange)
          " EXCHANGE, HELD BY " FUNCTION TRIM(pbp-side-a-name)
          " BY " pbp-closest-margin
          DELIMITED BY SIZE INTO play-by-play-line
      ELSE
        STRING "DECIDING MOMENT: " FUNCTION TRIM(pbp-closest-exchange)
          " EXCHANGE, HELD BY " FUNCTION TRIM(pbp-side-b-name)
          " BY " pbp-closest-margin
          DELIMITED BY SIZE INTO play-by-play-line
      END-IF
  END-EVALUATE
  PERFORM Write-Play-By-Play-Line.

Weigh-Deciding-Exchange.
  IF pbp-winner-side = 1 AND pbp-a-total > pbp-b-total
    COMPUTE pbp-margin = pbp-a-total - pbp-b-total
  ELSE
    IF pbp-winner-side = 2 AND pbp-b-total > pbp-a-total
      COMPUTE pbp-margin = pbp-b-total - pbp-a-total
    ELSE
      EXIT PARAGRAPH
    END-IF
  END-IF
  IF pbp-margin < pbp-closest-margin
    MOVE pbp-margin TO pbp-closest-margin
    MOVE pbp-exchange-name TO pbp-closest-exchange
  END-IF.

Record-Game-History.
  MOVE Today-Year        TO gh-year-number
  MOVE Today-Month       TO gh-month-number
  MOVE opponent-synergy  TO gh-opponent-synergy
  MOVE overtime-rounds   TO gh-overtime-rounds
  MOVE forfeit-letter    TO gh-forfeit-flag
  MOVE todays-weather    TO gh-weather
  MOVE todays-weather-severity TO gh-weather-severity
  MOVE staff-teammate-power TO gh-tm-staff-power
  MOVE staff-teammate-focus TO gh-tm-staff-focus
  MOVE staff-teammate-speed TO gh-tm-staff-speed
  MOVE staff-opponent-power TO gh-op-staff-power
  MOVE staff-opponent-focus TO gh-op-staff-focus
  MOVE staff-opponent-speed TO gh-op-staff-speed
  MOVE gp-plan(1) TO gh-teammate-plan
  MOVE gp-plan(2) TO gh-opponent-plan
  MOVE Today-Fortune TO gh-fortune
  MOVE todays-fortune-effect TO gh-fortune-effect
  MOVE todays-fortune-stat TO gh-fortune-stat
  MOVE todays-fortune-magnitude TO gh-fortune-magnitude
  PERFORM Snapshot-Dressed-Lineup

  OPEN I-O Game-History
  END-IF
  PERFORM Check-Game-History-Status
    WRITE Game-History-Record
      INVALID KEY
        IF history-may-be-replaced
          REWRITE Game-History-Record
        ELSE
          DISPLAY "GAME HISTORY ALREADY HOLDS " gh-numeric-date
            " SLOT " gh-game-slot "; LEFT AS POSTED."
          PERFORM Check-Game-History-Status
        END-IF
    END-WRITE
  CLOSE Game-History
  PERFORM Record-Game-Log.

Record-Game-Log.
  IF game-was-forfeited
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO game-log-status
  OPEN I-O Game-Log
  IF game-log-missing
    OPEN OUTPUT Game-Log
  END-IF
  PERFORM Check-Game-Log-Status
    PERFORM VARYING game-log-scan FROM 1 BY 1
        UNTIL game-log-scan > gh-lineup-count
      PERFORM Write-One-Game-Log-Entry
    END-PERFORM
  CLOSE Game-Log.

Write-One-Game-Log-Entry.
  MOVE SPACES TO Game-Log-Record
  MOVE gh-lu-short-name(game-log-scan) TO gl-short-name
  MOVE gh-numeric-date TO gl-numeric-date
  MOVE gh-game-slot TO gl-game-slot
  MOVE gh-lu-side(game-log-scan) TO gl-side
  MOVE gh-stakes-level TO gl-stakes-level
  MOVE gh-lu-role(game-log-scan) TO gl-role
  MOVE gh-lu-skill(game-log-scan) TO gl-skill
  MOVE gh-lu-power-roll(game-log-scan) TO gl-power-roll
  MOVE gh-lu-focus-roll(game-log-scan) TO gl-focus-roll
  MOVE gh-lu-speed-roll(game-log-scan) TO gl-speed-roll
  COMPUTE gl-roll-total = gl-power-roll + gl-focus-roll + gl-speed-roll
  MOVE gh-lu-multiplier(game-log-scan) TO gl-multiplier
  IF gl-on-teammate-side
    MOVE gh-challenger TO gl-opponent
    MOVE gh-home-away TO gl-home-away
  ELSE
    MOVE "TEAMMATES" TO gl-opponent
    EVALUATE gh-home-away
      WHEN "H" MOVE "A" TO gl-home-away
      WHEN "A" MOVE "H" TO gl-home-away
      WHEN OTHER MOVE gh-home-away TO gl-home-away
    END-EVALUATE
  END-IF
  EVALUATE TRUE
    WHEN game-tied
      SET gl-game-tied TO TRUE
    WHEN teammates-won AND gl-on-teammate-side
    WHEN opponents-won AND gl-on-opponent-side
      SET gl-game-won TO TRUE
    WHEN OTHER
      SET gl-game-lost TO TRUE
  END-EVALUATE
  SET gl-from-simulation TO TRUE
  WRITE Game-Log-Record
    INVALID KEY
      IF history-may-be-replaced
        REWRITE Game-Log-Record
      ELSE
        PERFORM Check-Game-Log-Status
      END-IF
  END-WRITE.

Snapshot-Dressed-Lineup.
  MOVE ZERO TO gh-lineup-count
        TO gh-lu-role(gh-lineup-count)
      MOVE lc-skill(LC-INDEX)
        TO gh-lu-skill(gh-lineup-count)
      MOVE lc-gear-power(LC-INDEX)
        TO gh-gear-power(gh-lineup-count)
      MOVE lc-gear-focus(LC-INDEX)
        TO gh-gear-focus(gh-lineup-count)
      MOVE lc-gear-speed(LC-INDEX)
        TO gh-gear-speed(gh-lineup-count)
    END-IF
  END-PERFORM.

    MOVE ZERO TO lc-power-roll(LC-INDEX) lc-focus-roll(LC-INDEX)
      lc-speed-roll(LC-INDEX)
    MOVE 1 TO lc-dressed-flag(LC-INDEX)
    IF gh-gear-entry(lc-scan) IS NUMERIC
      MOVE gh-gear-power(lc-scan) TO lc-gear-power(LC-INDEX)
      MOVE gh-gear-focus(lc-scan) TO lc-gear-focus(LC-INDEX)
      MOVE gh-gear-speed(lc-scan) TO lc-gear-speed(LC-INDEX)
    ELSE
      MOVE ZERO TO lc-gear-power(LC-INDEX) lc-gear-focus(LC-INDEX)
        lc-gear-speed(LC-INDEX)
    END-IF
  END-PERFORM.

Journal-Character-Rewrite.

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    SET run-ended-with-warnings TO TRUE
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO wear-count
  MOVE ZERO TO injury-count
  MOVE ZERO TO gear-broken-count
  MOVE ZERO TO assignments-open-flag
  MOVE ZERO TO assignment-status
  OPEN I-O Equipment-Assignments
  IF NOT assignments-missing
    SET assignments-are-open TO TRUE
  END-IF
  OPEN I-O CharacterSheet
  PERFORM Check-CharacterSheet-Status
  PERFORM VARYING LC-INDEX FROM 1 BY 1
    PERFORM Post-One-Candidate
  END-PERFORM
  CLOSE CharacterSheet
  IF assignments-are-open
    CLOSE Equipment-Assignments
  END-IF
  PERFORM Release-Characters-Lock

  DISPLAY "POST-GAME WEAR APPLIED TO " wear-count " CHARACTER(S), "
    injury-count " INJURED"
  IF gear-broken-count > ZERO
    DISPLAY gear-broken-count " PIECE(S) OF GEAR WORN OUT AND REMOVED"
  END-IF.

Post-One-Candidate.
  MOVE lc-short-name(LC-INDEX) TO short-name
  IF character-archived
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  IF NOT lc-is-dressed(LC-INDEX)
    IF popularity > ZERO
  END-IF

  MOVE character-record TO journal-before-hold
  PERFORM Wear-Candidate-Gear

  MOVE ZERO TO character-side-won
  IF (lc-on-teammate-side(LC-INDEX) AND teammates-won)
    SET played-on-winning-side TO TRUE
  END-IF

  IF NOT played-on-winning-side AND NOT game-tied
    IF (lc-on-teammate-side(LC-INDEX)
          AND original-team = Todays-Challenger)
        OR (lc-on-opponent-side(LC-INDEX)
          AND original-team = "TEAMMATES")
      PERFORM Nurse-Former-Team-Grudge
    END-IF
  END-IF

  IF played-on-winning-side AND level < 9
    PERFORM Check-Mentor-Bonus
    COMPUTE experience =
    ADD overtime-rounds TO mind-wear
  END-IF

  IF lc-on-teammate-side(LC-INDEX)
    SET GP-INDEX TO 1
  ELSE
    SET GP-INDEX TO 2
  END-IF
  ADD gp-body-wear(GP-INDEX) TO body-wear
  ADD gp-mind-wear(GP-INDEX) TO mind-wear

  IF skill = "GUARDING"
    COMPUTE body-wear = body-wear / 2
    DISPLAY "GUARDING SKILL SPARES "
      FUNCTION TRIM(short-name) " SOME WEAR"
  END-IF

  MOVE 1 TO injury-threshold
  PERFORM Check-Home-Side
  IF candidate-on-home-side AND fortune-effect-injury
    ADD todays-fortune-magnitude TO injury-threshold
  END-IF

  MOVE rule-injury-die-size TO Roll-Die-Size
  MOVE ZERO TO Roll-Bonus
  PERFORM Roll-Check
  IF Roll-Result <= injury-threshold
    ADD rule-injury-body-loss TO body-wear
    ADD 1 TO injury-count
    DISPLAY "INJURY: " long-name " (" FUNCTION TRIM(short-name)
    MOVE spirit-swing-adjust TO spirit
  END-IF

  IF candidate-on-home-side AND fortune-effect-spirit
    COMPUTE spirit-swing-adjust = spirit + todays-fortune-magnitude
    IF spirit-swing-adjust < ZERO
      MOVE ZERO TO spirit-swing-adjust
    END-IF
    IF spirit-swing-adjust > 150
      MOVE 150 TO spirit-swing-adjust
    END-IF
    MOVE spirit-swing-adjust TO spirit
  END-IF

  IF played-on-winning-side
    COMPUTE popularity-adjust =
      popularity + POPULARITY-WIN-GAIN
  PERFORM Journal-Character-Rewrite
  ADD 1 TO wear-count.

Wear-Candidate-Gear.
  IF NOT assignments-are-open
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO assignment-status
  MOVE short-name TO ea-short-name
  MOVE LOW-VALUE TO ea-item-id
  START Equipment-Assignments KEY >= ea-assignment-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-assignments
    READ Equipment-Assignments NEXT RECORD
      AT END
        SET end-of-assignments TO TRUE
      NOT AT END
        IF ea-short-name NOT = short-name
          SET end-of-assignments TO TRUE
        ELSE
          PERFORM Wear-One-Gear-Item
        END-IF
    END-READ
  END-PERFORM.

Wear-One-Gear-Item.
  IF ea-durability-left > ZERO
    SUBTRACT 1 FROM ea-durability-left
  END-IF
  IF ea-durability-left > ZERO
    REWRITE Equipment-Assignment-Record
    EXIT PARAGRAPH
  END-IF
  DELETE Equipment-Assignments
    INVALID KEY
      EXIT PARAGRAPH
  END-DELETE
  ADD 1 TO gear-broken-count
  DISPLAY "GEAR BROKEN: " FUNCTION TRIM(ea-item-id) " CARRIED BY "
    FUNCTION TRIM(short-name) " IS WORN OUT".

Play-Reserve-Game.
  MOVE ZERO TO reserve-side-one-count reserve-side-two-count
  PERFORM VARYING LC-INDEX FROM 1 BY 1
Post-Reserve-Game.
  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    SET run-ended-with-warnings TO TRUE
    EXIT PARAGRAPH
  END-IF

  IF character-archived
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  MOVE character-record TO journal-before-hold

  PERFORM Check-Treasury-Status

  COMPUTE revenue-amount =
    walk-up-attendance / (2 * GATE-HEADS-PER-DOLLAR)
  IF revenue-amount <
      rule-gate-revenue-per-stakes * Game-Stakes-Level
    COMPUTE revenue-amount =
  MOVE ledger-category TO tl-category
  MOVE revenue-amount TO tl-amount

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
  MOVE attendance-draw TO game-attendance

  IF weather-gate-percent > ZERO
    COMPUTE weather-gate-loss =
      game-attendance * weather-gate-percent / 100
    SUBTRACT weather-gate-loss FROM game-attendance
    DISPLAY "WEATHER (" FUNCTION TRIM(todays-weather) ") KEPT "
      weather-gate-loss " AWAY"
  END-IF

  IF fortune-effect-attendance AND todays-fortune-magnitude NOT = ZERO
    COMPUTE fortune-gate-change =
      game-attendance * todays-fortune-magnitude / 100
    COMPUTE attendance-draw = game-attendance + fortune-gate-change
    IF attendance-draw < ZERO
      MOVE ZERO TO attendance-draw
    END-IF
    IF attendance-draw > 99999
      MOVE 99999 TO attendance-draw
    END-IF
    MOVE attendance-draw TO game-attendance
    MOVE fortune-gate-change TO fortune-gate-edit
    DISPLAY "FORTUNE (" FUNCTION TRIM(Today-Fortune)
      ") CHANGED THE GATE BY " FUNCTION TRIM(fortune-gate-edit)
  END-IF

  IF game-attendance < 200
    MOVE 200 TO game-attendance
  END-IF

  PERFORM Count-Subscribed-Seats
  MOVE game-attendance TO walk-up-attendance
  IF subscribed-seats > ZERO
    COMPUTE attendance-draw = game-attendance + subscribed-seats
    IF attendance-draw > 99999
      MOVE 99999 TO attendance-draw
    END-IF
    MOVE attendance-draw TO game-attendance
    DISPLAY "SEASON TICKET HOLDERS: " subscribed-seats
  END-IF

  PERFORM Apply-Construction-Closure
  IF venue-capacity > ZERO
      AND game-attendance > venue-capacity
    MOVE venue-capacity TO game-attendance
    DISPLAY "SELLOUT AT " FUNCTION TRIM(todays-venue-name)
  END-IF

  IF subscribed-seats > game-attendance
    MOVE game-attendance TO subscribed-seats
  END-IF
  COMPUTE walk-up-attendance = game-attendance - subscribed-seats

  DISPLAY "ATTENDANCE: " game-attendance.

Apply-Construction-Closure.
  IF venue-capacity = ZERO
    EXIT PARAGRAPH
  END-IF
  COMPUTE construction-check-date =
    Today-Year * 10000 + Today-Month * 100 + Today-Day
  MOVE ZERO TO construction-seats-closed
  MOVE ZERO TO project-status
  OPEN INPUT Facility-Projects
  IF projects-missing
    CLOSE Facility-Projects
    EXIT PARAGRAPH
  END-IF
  MOVE todays-venue-team TO fp-team
  MOVE ZERO TO fp-start-date
  START Facility-Projects KEY >= fp-project-key
    INVALID KEY
      MOVE 10 TO project-status
  END-START
  PERFORM UNTIL end-of-projects
    READ Facility-Projects NEXT RECORD
      AT END
        SET end-of-projects TO TRUE
      NOT AT END
        IF fp-team NOT = todays-venue-team
          SET end-of-projects TO TRUE
        ELSE
          IF NOT project-complete
              AND fp-start-date <= construction-check-date
            ADD fp-seats-closed TO construction-seats-closed
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Facility-Projects

  IF construction-seats-closed = ZERO
    EXIT PARAGRAPH
  END-IF
  IF construction-seats-closed >= venue-capacity
    MOVE 1 TO venue-capacity
  ELSE
    SUBTRACT construction-seats-closed FROM venue-capacity
  END-IF
  DISPLAY "CONSTRUCTION AT " FUNCTION TRIM(todays-venue-name)
    " CLOSES " construction-seats-closed " SEAT(S); CAPACITY "
    venue-capacity.

Count-Subscribed-Seats.
  MOVE ZERO TO subscribed-seats
  IF today-home-game
    MOVE "TEAMMATES" TO subscriber-team
  ELSE
    MOVE Todays-Challenger TO subscriber-team
  END-IF

  OPEN INPUT Season-Tickets
  IF season-tickets-missing
    CLOSE Season-Tickets
    EXIT PARAGRAPH
  END-IF
  MOVE subscriber-team TO stk-team
  START Season-Tickets KEY = stk-team
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-season-tickets
        READ Season-Tickets NEXT RECORD
          AT END
            SET end-of-season-tickets TO TRUE
          NOT AT END
            IF stk-team NOT = subscriber-team
              SET end-of-season-tickets TO TRUE
            ELSE
              IF subscriber-active AND stk-season = Today-Year
                ADD stk-seats TO subscribed-seats
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Season-Tickets.

Add-Team-Draw.
  MOVE ZERO TO attendance-draw
  OPEN INPUT Standings
  MOVE Game-Stakes-Level TO at-stakes
  MOVE game-attendance   TO at-attendance
  COMPUTE at-gate-take =
    walk-up-attendance / GATE-HEADS-PER-DOLLAR
  MOVE subscribed-seats  TO at-subscribed

  OPEN EXTEND Attendance
  IF attendance-file-missing
    PERFORM Sort-Standings-Table
    PERFORM Load-Games-Remaining
    PERFORM Compute-Clinch-Flags
    PERFORM Raise-Clinch-Alerts
    PERFORM Spool-Season-Summary

    DISPLAY SPACES
      MOVE "Y" TO st-clinch-flag(clinch-scan)
    END-IF.

  Raise-Clinch-Alerts.
    IF todays-numeric-date = ZERO
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING clinch-scan FROM 1 BY 1
        UNTIL clinch-scan > standings-count
      IF st-clinch-flag(clinch-scan) = "X"
          OR st-clinch-flag(clinch-scan) = "Y"
        MOVE "CLINCH" TO alert-kind
        MOVE todays-numeric-date(1:4) TO alert-reference
        MOVE st-clinch-flag(clinch-scan) TO alert-reference(5:1)
        MOVE st-team-name(clinch-scan) TO alert-reference(6:20)
        SET alert-is-information TO TRUE
        SET alert-for-everyone TO TRUE
        MOVE st-team-name(clinch-scan) TO alert-team
        IF st-clinch-flag(clinch-scan) = "Y"
          STRING FUNCTION TRIM(st-team-name(clinch-scan))
            " HAS CLINCHED THE DIVISION" DELIMITED BY SIZE
            INTO alert-text
        ELSE
          STRING FUNCTION TRIM(st-team-name(clinch-scan))
            " HAS CLINCHED A PLAYOFF SPOT" DELIMITED BY SIZE
            INTO alert-text
        END-IF
        PERFORM Raise-Operator-Alert
      END-IF
    END-PERFORM.

  Load-Head-To-Head-Table.
    MOVE ZERO TO h2h-pair-count
    OPEN INPUT Game-History
      INTO json-line
    WRITE json-line

    STRING '  "fortune_effect": "' DELIMITED BY SIZE
      FUNCTION TRIM(fortune-effect-text) DELIMITED BY SIZE
      '",' DELIMITED BY SIZE
      INTO json-line
    WRITE json-line

    MOVE '  "standings": [' TO json-line
    WRITE json-line.

    MOVE '}' TO json-line
    WRITE json-line.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              PROGRAM-TAG BY "SPORT-SIMULATOR"
              FILE-TAG BY "GAME-HISTORY".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Game-Log-Status
              STATUS-FIELD BY game-log-status
              PROGRAM-TAG BY "SPORT-SIMULATOR"
              FILE-TAG BY "GAME-LOG".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Reserve-Standings-Status
              STATUS-FIELD BY reserve-standings-status
  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "SPORT-SIMULATOR".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

FEUD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/feud-writer.cpy".

GAME-PLAN-MANAGEMENT SECTION.
  COPY "src/copy/procedure/game-plan.cpy".

OPERATOR-ALERT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-alert-writer.cpy"
    REPLACING PROGRAM-TAG BY "SPORT-SIMULATOR".

USER-INTERFACE SECTION.
COPY "src/copy/procedure/character-preview.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SPORT-SIMULATOR".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
