IDENTIFICATION DIVISION.
PROGRAM-ID. Scouting-Dossier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Report-Print ASSIGN TO "data/scouting-dossier.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

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

FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 Game-History-Status PIC 99.
    88 end-of-game-history VALUE 10.
    88 game-history-missing VALUE 35.
  01 Calendar-Status PIC 99.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.

  78 REGULAR-DRESS-PERCENT VALUE 50.

  01 scout-challenger PIC X(20) VALUE SPACES.
  01 scout-home-away PIC X VALUE SPACE.
  01 scout-game-date PIC 9(8) VALUE ZERO.

  01 Scout-Record-Table.
    02 Scout-Venue-Entry OCCURS 2 TIMES INDEXED BY SV-INDEX.
      03 sv-games  PIC 9(4).
      03 sv-wins   PIC 9(4).
      03 sv-losses PIC 9(4).
      03 sv-ties   PIC 9(4).
      03 sv-opponent-power PIC 9(7).
      03 sv-opponent-focus PIC 9(7).
      03 sv-opponent-speed PIC 9(7).
  01 games-scouted PIC 9(5) VALUE ZERO.
  01 games-with-lineups PIC 9(5) VALUE ZERO.

  01 Scout-Player-Table.
    02 Scout-Player-Entry OCCURS 60 TIMES INDEXED BY SP-INDEX.
      03 sp-short-name   PIC X(10).
      03 sp-dressed      PIC 9(4).
      03 sp-power-total  PIC 9(6).
      03 sp-focus-total  PIC 9(6).
      03 sp-speed-total  PIC 9(6).
      03 sp-last-skill   PIC X(10).
      03 sp-printed      PIC 9.
        88 sp-was-printed VALUE 1.
      03 sp-role-entry OCCURS 4 TIMES INDEXED BY SR-INDEX.
        04 sp-role       PIC X(10).
        04 sp-role-count PIC 9(4).
  01 scout-player-count PIC 9(3) VALUE ZERO.
  01 player-found-flag PIC 9 VALUE ZERO.
    88 scout-player-found VALUE 1.
  01 role-found-flag PIC 9 VALUE ZERO.
    88 scout-role-found VALUE 1.
  01 lu-scan PIC 99.

  01 best-player PIC 9(3) VALUE ZERO.
  01 best-threat PIC 9(5)V9 VALUE ZERO.
  01 player-threat PIC 9(5)V9 VALUE ZERO.
  01 usual-role PIC X(10).
  01 usual-role-count PIC 9(4).
  01 print-rank PIC 9(3) VALUE ZERO.

  01 dress-percent PIC 9(3) VALUE ZERO.
  01 power-average PIC 9(3)V9 VALUE ZERO.
  01 focus-average PIC 9(3)V9 VALUE ZERO.
  01 speed-average PIC 9(3)V9 VALUE ZERO.
  01 power-average-out PIC ZZ9.9.
  01 focus-average-out PIC ZZ9.9.
  01 speed-average-out PIC ZZ9.9.
  01 dress-percent-out PIC ZZ9.
  01 regular-mark PIC X(3).
  01 venue-label PIC X(12).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  INITIALIZE Scout-Record-Table Scout-Player-Table
  PERFORM Get-Scout-Challenger
  IF scout-challenger = SPACES
    DISPLAY "NO CHALLENGER GIVEN; NO DOSSIER WRITTEN."
    GOBACK
  END-IF
  PERFORM Scan-Game-History

  MOVE "SCOUTING DOSSIER" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Scouting-Dossier
  CLOSE Report-Print
  DISPLAY "WROTE SCOUTING DOSSIER TO data/scouting-dossier.prt"
GOBACK.

Print-Column-Headings.
  MOVE "RK CHARACTER  DRSD  PCT  REG POWER FOCUS SPEED  ROLE       SKILL"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Get-Scout-Challenger.
  PERFORM Read-Control-Card
  IF control-card-found
    IF rc-filter NOT = SPACES
      MOVE FUNCTION UPPER-CASE(rc-filter) TO scout-challenger
      DISPLAY "CHALLENGER TAKEN FROM CONTROL CARD: "
        FUNCTION TRIM(scout-challenger)
      EXIT PARAGRAPH
    END-IF
    IF rc-date IS NUMERIC AND rc-year > ZERO
      PERFORM Read-Matchup-Calendar
      IF scout-challenger NOT = SPACES
        DISPLAY "CHALLENGER FOR " rc-date " TAKEN FROM THE CALENDAR: "
          FUNCTION TRIM(scout-challenger)
        EXIT PARAGRAPH
      END-IF
    END-IF
  END-IF

  DISPLAY "ENTER CHALLENGER TO SCOUT: " WITH NO ADVANCING
  ACCEPT scout-challenger
  MOVE FUNCTION UPPER-CASE(scout-challenger) TO scout-challenger.

Read-Control-Card.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "SCOUTING"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Read-Matchup-Calendar.
  OPEN INPUT Calendar
  IF Calendar-Status NOT = ZERO
    CLOSE Calendar
    EXIT PARAGRAPH
  END-IF
  MOVE rc-year  TO year-number
  MOVE rc-month TO month-number
  MOVE rc-day   TO day-number
  MOVE 1 TO game-slot
  IF rc-slot IS NUMERIC AND rc-slot > ZERO
    MOVE rc-slot TO game-slot
  END-IF
  READ Calendar KEY IS calendar-key
    INVALID KEY
      DISPLAY "NO CALENDAR GAME ON " rc-date
    NOT INVALID KEY
      IF challenger NOT = "RANDOM"
        MOVE challenger TO scout-challenger
        MOVE home-away TO scout-home-away
        MOVE rc-date TO scout-game-date
      END-IF
  END-READ
  CLOSE Calendar.

Scan-Game-History.
  OPEN INPUT Game-History
  IF game-history-missing
    DISPLAY "NO GAME HISTORY ON FILE."
    CLOSE Game-History
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Game-History-Status
  MOVE LOW-VALUE TO gh-history-key
  START Game-History KEY >= gh-history-key
    INVALID KEY
      DISPLAY "NO GAMES FOUND ON HISTORY"
    NOT INVALID KEY
      PERFORM UNTIL end-of-game-history
        READ Game-History NEXT RECORD
          AT END
            SET end-of-game-history TO TRUE
          NOT AT END
            IF gh-challenger = scout-challenger
                AND NOT game-was-reversed
              PERFORM Tally-Scouted-Game
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Game-History.

Tally-Scouted-Game.
  ADD 1 TO games-scouted
  IF gh-home-away = "H"
    SET SV-INDEX TO 1
  ELSE
    SET SV-INDEX TO 2
  END-IF

  ADD 1 TO sv-games(SV-INDEX)
  EVALUATE gh-outcome-code
    WHEN 1
      ADD 1 TO sv-wins(SV-INDEX)
    WHEN 2
      ADD 1 TO sv-losses(SV-INDEX)
    WHEN OTHER
      ADD 1 TO sv-ties(SV-INDEX)
  END-EVALUATE
  ADD gh-opponent-power TO sv-opponent-power(SV-INDEX)
  ADD gh-opponent-focus TO sv-opponent-focus(SV-INDEX)
  ADD gh-opponent-speed TO sv-opponent-speed(SV-INDEX)

  IF game-was-forfeited OR gh-lineup-count = ZERO
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO games-with-lineups
  PERFORM VARYING lu-scan FROM 1 BY 1
      UNTIL lu-scan > gh-lineup-count OR lu-scan > 20
    IF gh-lu-side(lu-scan) = 2
      PERFORM Tally-Opposing-Character
    END-IF
  END-PERFORM.

Tally-Opposing-Character.
  MOVE ZERO TO player-found-flag
  PERFORM VARYING SP-INDEX FROM 1 BY 1
      UNTIL SP-INDEX > scout-player-count OR scout-player-found
    IF sp-short-name(SP-INDEX) = gh-lu-short-name(lu-scan)
      SET scout-player-found TO TRUE
    END-IF
  END-PERFORM
  IF scout-player-found
    SET SP-INDEX DOWN BY 1
  ELSE
    IF scout-player-count >= 60
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO scout-player-count
    SET SP-INDEX TO scout-player-count
    MOVE gh-lu-short-name(lu-scan) TO sp-short-name(SP-INDEX)
  END-IF

  ADD 1 TO sp-dressed(SP-INDEX)
  ADD gh-lu-power-roll(lu-scan) TO sp-power-total(SP-INDEX)
  ADD gh-lu-focus-roll(lu-scan) TO sp-focus-total(SP-INDEX)
  ADD gh-lu-speed-roll(lu-scan) TO sp-speed-total(SP-INDEX)
  IF gh-lu-skill(lu-scan) NOT = SPACES
    MOVE gh-lu-skill(lu-scan) TO sp-last-skill(SP-INDEX)
  END-IF

  IF gh-lu-role(lu-scan) = SPACES
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO role-found-flag
  PERFORM VARYING SR-INDEX FROM 1 BY 1
      UNTIL SR-INDEX > 4 OR scout-role-found
    IF sp-role(SP-INDEX, SR-INDEX) = gh-lu-role(lu-scan)
        OR sp-role(SP-INDEX, SR-INDEX) = SPACES
      SET scout-role-found TO TRUE
      MOVE gh-lu-role(lu-scan) TO sp-role(SP-INDEX, SR-INDEX)
      ADD 1 TO sp-role-count(SP-INDEX, SR-INDEX)
    END-IF
  END-PERFORM.

Print-Scouting-Dossier.
  DISPLAY SPACES
  DISPLAY "=== SCOUTING DOSSIER: " FUNCTION TRIM(scout-challenger) " ==="
  MOVE SPACES TO print-line
  STRING "CHALLENGER: " scout-challenger
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF scout-game-date > ZERO
    MOVE SPACES TO print-line
    IF scout-home-away = "A"
      STRING "NEXT MEETING: " scout-game-date " AT THEIR VENUE"
        DELIMITED BY SIZE INTO print-line
    ELSE
      STRING "NEXT MEETING: " scout-game-date " AT OUR VENUE"
        DELIMITED BY SIZE INTO print-line
    END-IF
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line

  IF games-scouted = ZERO
    MOVE "NO MEETINGS WITH THIS CHALLENGER ON HISTORY." TO print-line
    PERFORM Write-Print-Line
    DISPLAY "NO MEETINGS WITH " FUNCTION TRIM(scout-challenger)
      " ON HISTORY."
    EXIT PARAGRAPH
  END-IF

  MOVE "--- RECORD BY VENUE (TEAMMATES' SIDE) ---" TO print-line
  PERFORM Write-Print-Line
  MOVE "VENUE        GAMES  W-L-T            THEIR AVG POWER FOCUS SPEED"
    TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING SV-INDEX FROM 1 BY 1 UNTIL SV-INDEX > 2
    PERFORM Print-Venue-Line
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "--- THEIR DRESSED CHARACTERS, MOST DANGEROUS FIRST ---"
    TO print-line
  PERFORM Write-Print-Line
  PERFORM Print-Column-Headings

  IF scout-player-count = ZERO
    MOVE "NO LINEUPS RECORDED FOR THIS CHALLENGER." TO print-line
    PERFORM Write-Print-Line
  ELSE
    MOVE ZERO TO print-rank
    PERFORM scout-player-count TIMES
      PERFORM Print-Next-Threat
    END-PERFORM
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "MEETINGS SCANNED: " games-scouted
    "   WITH LINEUPS: " games-with-lineups
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE "REG = DRESSED IN AT LEAST HALF OF THE MEETINGS WITH LINEUPS."
    TO print-line
  PERFORM Write-Print-Line.

Print-Venue-Line.
  IF SV-INDEX = 1
    MOVE "OUR VENUE" TO venue-label
  ELSE
    MOVE "THEIR VENUE" TO venue-label
  END-IF
  MOVE ZERO TO power-average focus-average speed-average
  IF sv-games(SV-INDEX) > ZERO
    COMPUTE power-average ROUNDED =
      sv-opponent-power(SV-INDEX) / sv-games(SV-INDEX)
    COMPUTE focus-average ROUNDED =
      sv-opponent-focus(SV-INDEX) / sv-games(SV-INDEX)
    COMPUTE speed-average ROUNDED =
      sv-opponent-speed(SV-INDEX) / sv-games(SV-INDEX)
  END-IF
  MOVE power-average TO power-average-out
  MOVE focus-average TO focus-average-out
  MOVE speed-average TO speed-average-out

  MOVE SPACES TO print-line
  STRING venue-label " " sv-games(SV-INDEX) "   "
    sv-wins(SV-INDEX) "-" sv-losses(SV-INDEX) "-"
    sv-ties(SV-INDEX) "             "
    power-average-out " " focus-average-out " " speed-average-out
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY venue-label " " sv-wins(SV-INDEX) "-"
    sv-losses(SV-INDEX) "-" sv-ties(SV-INDEX).

Print-Next-Threat.
  MOVE ZERO TO best-player best-threat
  PERFORM VARYING SP-INDEX FROM 1 BY 1
      UNTIL SP-INDEX > scout-player-count
    IF NOT sp-was-printed(SP-INDEX)
      COMPUTE player-threat ROUNDED =
        (sp-power-total(SP-INDEX) + sp-focus-total(SP-INDEX)
         + sp-speed-total(SP-INDEX)) / sp-dressed(SP-INDEX)
      IF best-player = ZERO OR player-threat > best-threat
        SET best-player TO SP-INDEX
        MOVE player-threat TO best-threat
      END-IF
    END-IF
  END-PERFORM
  IF best-player = ZERO
    EXIT PARAGRAPH
  END-IF
  SET SP-INDEX TO best-player
  SET sp-was-printed(SP-INDEX) TO TRUE
  ADD 1 TO print-rank

  COMPUTE power-average ROUNDED =
    sp-power-total(SP-INDEX) / sp-dressed(SP-INDEX)
  COMPUTE focus-average ROUNDED =
    sp-focus-total(SP-INDEX) / sp-dressed(SP-INDEX)
  COMPUTE speed-average ROUNDED =
    sp-speed-total(SP-INDEX) / sp-dressed(SP-INDEX)
  MOVE power-average TO power-average-out
  MOVE focus-average TO focus-average-out
  MOVE speed-average TO speed-average-out

  MOVE ZERO TO dress-percent
  IF games-with-lineups > ZERO
    COMPUTE dress-percent ROUNDED =
      sp-dressed(SP-INDEX) * 100 / games-with-lineups
  END-IF
  MOVE dress-percent TO dress-percent-out
  MOVE SPACES TO regular-mark
  IF dress-percent >= REGULAR-DRESS-PERCENT
    MOVE "YES" TO regular-mark
  END-IF

  MOVE SPACES TO usual-role
  MOVE ZERO TO usual-role-count
  PERFORM VARYING SR-INDEX FROM 1 BY 1 UNTIL SR-INDEX > 4
    IF sp-role-count(SP-INDEX, SR-INDEX) > usual-role-count
      MOVE sp-role(SP-INDEX, SR-INDEX) TO usual-role
      MOVE sp-role-count(SP-INDEX, SR-INDEX) TO usual-role-count
    END-IF
  END-PERFORM

  MOVE SPACES TO print-line
  STRING print-rank(2:2) " " sp-short-name(SP-INDEX) " "
    sp-dressed(SP-INDEX) "  " dress-percent-out "% " regular-mark
    " " power-average-out " " focus-average-out " "
    speed-average-out "  " usual-role " " sp-last-skill(SP-INDEX)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY print-rank(2:2) " " sp-short-name(SP-INDEX)
    " DRESSED " sp-dressed(SP-INDEX) " AVG ROLLS "
    power-average-out "/" focus-average-out "/" speed-average-out
    " " usual-role.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Game-History-Status
              STATUS-FIELD BY Game-History-Status
              PROGRAM-TAG BY "SCOUTING-DOSSIER"
              FILE-TAG BY "GAME-HISTORY".

  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
