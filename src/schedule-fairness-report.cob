IDENTIFICATION DIVISION.
PROGRAM-ID. Schedule-Fairness-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS calendar-status.

  SELECT Season-History ASSIGN TO "data/season-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS history-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/schedule-fairness.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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
FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Season-History.
  COPY "src/copy/file-description/season-history-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 calendar-status PIC 99.
    88 end-of-calendar VALUE 10.
    88 calendar-missing VALUE 35.
  01 history-status PIC 99.
    88 end-of-history VALUE 10.
    88 history-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 error-log-status PIC 99.

  78 HOME-SIDE-TEAM VALUE "TEAMMATES".
  78 DEFAULT-MAX-HOME-AWAY-GAP VALUE 4.
  78 DEFAULT-MAX-ROAD-TRIP VALUE 4.
  78 DEFAULT-MAX-BACK-TO-BACK VALUE 6.
  78 DEFAULT-MAX-DOUBLEHEADERS VALUE 13.
  78 DEFAULT-TOP-TEAM-COUNT VALUE 4.
  78 DEFAULT-MAX-TOP-PERCENT VALUE 40.

  01 Fairness-Tolerances.
    02 max-home-away-gap PIC 99.
    02 max-road-trip     PIC 99.
    02 max-back-to-back  PIC 99.
    02 max-doubleheaders PIC 99.
    02 top-team-count    PIC 99.
    02 max-top-percent   PIC 99.

  01 fairness-season PIC 9(4).
  01 previous-season PIC 9(4).
  01 Top-Team-Table.
    02 Top-Team-Entry OCCURS 20 TIMES INDEXED BY TOP-INDEX.
      03 top-team-name PIC X(20).
  01 top-loaded-count PIC 99 VALUE ZERO.
  01 top-match-flag PIC 9 VALUE ZERO.
    88 opponent-is-top-team VALUE 1.

  01 Fairness-Table.
    02 Fairness-Entry OCCURS 60 TIMES INDEXED BY FT-INDEX.
      03 ft-team-name      PIC X(20).
      03 ft-games          PIC 9(3).
      03 ft-home           PIC 9(3).
      03 ft-away           PIC 9(3).
      03 ft-road-run       PIC 9(3).
      03 ft-longest-road   PIC 9(3).
      03 ft-back-to-back   PIC 9(3).
      03 ft-last-day       PIC 9(3).
      03 ft-last-away-day  PIC 9(3).
      03 ft-last-dh-day    PIC 9(3).
      03 ft-doubleheaders  PIC 9(3).
      03 ft-rest-total     PIC 9(4).
      03 ft-rest-gaps      PIC 9(3).
      03 ft-min-rest       PIC 9(3).
      03 ft-top-games      PIC 9(3).
  01 fairness-team-count PIC 99 VALUE ZERO.
  01 team-table-full-flag PIC 9 VALUE ZERO.
    88 team-table-full VALUE 1.

  01 season-day-index PIC 9(3).
  01 update-team-name PIC X(20).
  01 update-opponent PIC X(20).
  01 update-away-flag PIC 9.
    88 update-is-away VALUE 1.
  01 rest-gap PIC 9(3).
  01 games-read-count PIC 9(4) VALUE ZERO.

  01 home-away-gap PIC 9(3).
  01 top-percent PIC 9(3).
  01 average-rest PIC 9(3)V9.
  01 average-rest-edit PIC ZZ9.9.
  01 min-rest-edit PIC ZZ9.
  01 fairness-flags PIC X(40).
  01 flag-pointer PIC 99.
  01 flagged-team-count PIC 99 VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO fairness-team-count team-table-full-flag
    games-read-count flagged-team-count top-loaded-count
  INITIALIZE Fairness-Table
  PERFORM Load-Fairness-Controls
  PERFORM Load-Previous-Top-Teams
  PERFORM Tally-Season-Calendar

  MOVE SPACES TO ph-title
  STRING "SCHEDULE FAIRNESS SEASON " fairness-season
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  DISPLAY "=== SCHEDULE FAIRNESS, SEASON " fairness-season
    " (LEAGUE " current-league-id ") ==="
  PERFORM Print-Fairness-Lines
  PERFORM Print-Fairness-Totals
  CLOSE Report-Print

  MOVE games-read-count TO run-processed-count
  MOVE flagged-team-count TO run-rejected-count
  DISPLAY flagged-team-count " OF " fairness-team-count
    " TEAM(S) OUTSIDE TOLERANCE; REPORT IN"
    " data/schedule-fairness.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "TEAM                  GP   H   A RD B2 REST MIN DH TOP"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Fairness-Controls.
  MOVE DEFAULT-MAX-HOME-AWAY-GAP TO max-home-away-gap
  MOVE DEFAULT-MAX-ROAD-TRIP TO max-road-trip
  MOVE DEFAULT-MAX-BACK-TO-BACK TO max-back-to-back
  MOVE DEFAULT-MAX-DOUBLEHEADERS TO max-doubleheaders
  MOVE DEFAULT-TOP-TEAM-COUNT TO top-team-count
  MOVE DEFAULT-MAX-TOP-PERCENT TO max-top-percent

  MOVE ZERO TO control-card-flag
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "SCHEDULE-FAIRNESS"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control

  IF control-card-found
    IF rc-filter(1:2) IS NUMERIC AND rc-filter(1:2) NOT = "00"
      MOVE rc-filter(1:2) TO max-home-away-gap
    END-IF
    IF rc-filter(3:2) IS NUMERIC AND rc-filter(3:2) NOT = "00"
      MOVE rc-filter(3:2) TO max-road-trip
    END-IF
    IF rc-filter(5:2) IS NUMERIC AND rc-filter(5:2) NOT = "00"
      MOVE rc-filter(5:2) TO max-back-to-back
    END-IF
    IF rc-filter(7:2) IS NUMERIC AND rc-filter(7:2) NOT = "00"
      MOVE rc-filter(7:2) TO max-doubleheaders
    END-IF
    IF rc-filter(9:2) IS NUMERIC AND rc-filter(9:2) NOT = "00"
      MOVE rc-filter(9:2) TO top-team-count
    END-IF
    IF rc-filter(11:2) IS NUMERIC AND rc-filter(11:2) NOT = "00"
      MOVE rc-filter(11:2) TO max-top-percent
    END-IF
  END-IF
  IF top-team-count > 20
    MOVE 20 TO top-team-count
  END-IF

  MOVE ZERO TO clock-found-flag
  MOVE ZERO TO clock-status
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

  EVALUATE TRUE
    WHEN control-card-found AND rc-date IS NUMERIC AND rc-year > ZERO
      MOVE rc-year TO fairness-season
    WHEN season-clock-found
      MOVE clock-year TO fairness-season
    WHEN OTHER
      MOVE FUNCTION CURRENT-DATE(1:4) TO fairness-season
  END-EVALUATE
  COMPUTE previous-season = fairness-season - 1

  IF season-clock-found AND NOT phase-preseason
    DISPLAY "NOTE: LEAGUE PHASE IS " FUNCTION TRIM(clock-phase)
      "; FIXES MUST BE MADE BEFORE THE NEXT PRESEASON ENDS."
  END-IF.

Load-Previous-Top-Teams.
  MOVE ZERO TO history-status
  OPEN INPUT Season-History
  IF history-missing
    CLOSE Season-History
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-history
    READ Season-History
      AT END
        SET end-of-history TO TRUE
      NOT AT END
        IF sh-season = previous-season
            AND sh-rank > ZERO AND sh-rank <= top-team-count
          ADD 1 TO top-loaded-count
          SET TOP-INDEX TO top-loaded-count
          MOVE sh-team-name TO top-team-name(TOP-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Season-History.

Tally-Season-Calendar.
  MOVE ZERO TO calendar-status
  OPEN INPUT Calendar
  IF calendar-missing
    DISPLAY "NO CALENDAR ON FILE FOR LEAGUE " current-league-id
    CLOSE Calendar
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO calendar-key
  MOVE fairness-season TO year-number
  START Calendar KEY >= calendar-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-calendar
        READ Calendar NEXT RECORD
          AT END
            SET end-of-calendar TO TRUE
          NOT AT END
            IF year-number NOT = fairness-season
              SET end-of-calendar TO TRUE
            ELSE
              PERFORM Tally-One-Game
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Calendar.

Tally-One-Game.
  ADD 1 TO games-read-count
  COMPUTE season-day-index = (month-number - 1) * 28 + day-number

  MOVE HOME-SIDE-TEAM TO update-team-name
  MOVE challenger TO update-opponent
  IF away-game
    MOVE 1 TO update-away-flag
  ELSE
    MOVE ZERO TO update-away-flag
  END-IF
  PERFORM Update-Team-Fairness

  IF challenger = SPACES OR challenger = "RANDOM"
      OR challenger = "NONE" OR challenger = "WEEKLY SKIRMISH"
      OR challenger = "MONTHLY MATCH"
    EXIT PARAGRAPH
  END-IF
  MOVE challenger TO update-team-name
  MOVE HOME-SIDE-TEAM TO update-opponent
  IF away-game
    MOVE ZERO TO update-away-flag
  ELSE
    MOVE 1 TO update-away-flag
  END-IF
  PERFORM Update-Team-Fairness.

Update-Team-Fairness.
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > fairness-team-count
        OR ft-team-name(FT-INDEX) = update-team-name
    CONTINUE
  END-PERFORM
  IF FT-INDEX > fairness-team-count
    IF fairness-team-count >= 60
      SET team-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO fairness-team-count
    SET FT-INDEX TO fairness-team-count
    MOVE update-team-name TO ft-team-name(FT-INDEX)
    MOVE 999 TO ft-min-rest(FT-INDEX)
  END-IF

  ADD 1 TO ft-games(FT-INDEX)
  IF update-is-away
    ADD 1 TO ft-away(FT-INDEX)
  ELSE
    ADD 1 TO ft-home(FT-INDEX)
  END-IF

  EVALUATE TRUE
    WHEN ft-last-day(FT-INDEX) = season-day-index
      IF ft-last-dh-day(FT-INDEX) NOT = season-day-index
        ADD 1 TO ft-doubleheaders(FT-INDEX)
        MOVE season-day-index TO ft-last-dh-day(FT-INDEX)
      END-IF
    WHEN ft-last-day(FT-INDEX) > ZERO
      COMPUTE rest-gap = season-day-index - ft-last-day(FT-INDEX) - 1
      ADD rest-gap TO ft-rest-total(FT-INDEX)
      ADD 1 TO ft-rest-gaps(FT-INDEX)
      IF rest-gap < ft-min-rest(FT-INDEX)
        MOVE rest-gap TO ft-min-rest(FT-INDEX)
      END-IF
  END-EVALUATE

  IF update-is-away
    ADD 1 TO ft-road-run(FT-INDEX)
    IF ft-road-run(FT-INDEX) > ft-longest-road(FT-INDEX)
      MOVE ft-road-run(FT-INDEX) TO ft-longest-road(FT-INDEX)
    END-IF
    IF ft-last-away-day(FT-INDEX) > ZERO
        AND ft-last-away-day(FT-INDEX) = season-day-index - 1
      ADD 1 TO ft-back-to-back(FT-INDEX)
    END-IF
    MOVE season-day-index TO ft-last-away-day(FT-INDEX)
  ELSE
    MOVE ZERO TO ft-road-run(FT-INDEX)
  END-IF
  MOVE season-day-index TO ft-last-day(FT-INDEX)

  MOVE ZERO TO top-match-flag
  PERFORM VARYING TOP-INDEX FROM 1 BY 1
      UNTIL TOP-INDEX > top-loaded-count OR opponent-is-top-team
    IF top-team-name(TOP-INDEX) = update-opponent
      SET opponent-is-top-team TO TRUE
    END-IF
  END-PERFORM
  IF opponent-is-top-team
    ADD 1 TO ft-top-games(FT-INDEX)
  END-IF.

Print-Fairness-Lines.
  IF fairness-team-count = ZERO
    MOVE "NO GAMES ON THE CALENDAR FOR THIS SEASON." TO print-line
    PERFORM Write-Print-Line
    DISPLAY "NO GAMES ON THE CALENDAR FOR SEASON " fairness-season
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > fairness-team-count
    PERFORM Judge-Team-Fairness
    PERFORM Print-One-Team
  END-PERFORM.

Judge-Team-Fairness.
  MOVE SPACES TO fairness-flags
  MOVE 1 TO flag-pointer
  IF ft-home(FT-INDEX) > ft-away(FT-INDEX)
    COMPUTE home-away-gap = ft-home(FT-INDEX) - ft-away(FT-INDEX)
  ELSE
    COMPUTE home-away-gap = ft-away(FT-INDEX) - ft-home(FT-INDEX)
  END-IF
  COMPUTE top-percent =
    ft-top-games(FT-INDEX) * 100 / ft-games(FT-INDEX)

  IF home-away-gap > max-home-away-gap
    STRING "HOME/AWAY " DELIMITED BY SIZE
      INTO fairness-flags WITH POINTER flag-pointer
  END-IF
  IF ft-longest-road(FT-INDEX) > max-road-trip
    STRING "ROAD-TRIP " DELIMITED BY SIZE
      INTO fairness-flags WITH POINTER flag-pointer
  END-IF
  IF ft-back-to-back(FT-INDEX) > max-back-to-back
    STRING "BACK-TO-BACK " DELIMITED BY SIZE
      INTO fairness-flags WITH POINTER flag-pointer
  END-IF
  IF ft-doubleheaders(FT-INDEX) > max-doubleheaders
    STRING "DOUBLEHEADERS " DELIMITED BY SIZE
      INTO fairness-flags WITH POINTER flag-pointer
  END-IF
  IF top-loaded-count > ZERO AND top-percent > max-top-percent
    STRING "TOP-TEAMS " DELIMITED BY SIZE
      INTO fairness-flags WITH POINTER flag-pointer
  END-IF
  IF fairness-flags NOT = SPACES
    ADD 1 TO flagged-team-count
  END-IF.

Print-One-Team.
  IF ft-rest-gaps(FT-INDEX) > ZERO
    COMPUTE average-rest ROUNDED =
      ft-rest-total(FT-INDEX) / ft-rest-gaps(FT-INDEX)
    MOVE ft-min-rest(FT-INDEX) TO min-rest-edit
  ELSE
    MOVE ZERO TO average-rest
    MOVE ZERO TO min-rest-edit
  END-IF
  MOVE average-rest TO average-rest-edit

  MOVE SPACES TO print-line
  STRING ft-team-name(FT-INDEX) " " ft-games(FT-INDEX) " "
    ft-home(FT-INDEX) " " ft-away(FT-INDEX) " "
    ft-longest-road(FT-INDEX)(2:2) " "
    ft-back-to-back(FT-INDEX)(2:2) " " average-rest-edit " "
    min-rest-edit " " ft-doubleheaders(FT-INDEX)(2:2) " "
    ft-top-games(FT-INDEX)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF fairness-flags NOT = SPACES
    MOVE SPACES TO print-line
    STRING "  ** OUTSIDE TOLERANCE: " fairness-flags
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    DISPLAY ft-team-name(FT-INDEX) " OUTSIDE TOLERANCE: "
      FUNCTION TRIM(fairness-flags)
  END-IF.

Print-Fairness-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  IF team-table-full
    MOVE "*** MORE THAN 60 TEAMS; LATER TEAMS NOT ANALYSED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING "TOLERANCES: HOME/AWAY GAP " max-home-away-gap
    ", ROAD TRIP " max-road-trip ", BACK-TO-BACK " max-back-to-back
    ", DOUBLEHEADERS " max-doubleheaders
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "TOP TEAMS: " top-loaded-count " FROM SEASON "
    previous-season ", AT MOST " max-top-percent "% OF GAMES"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING games-read-count " GAME(S), " fairness-team-count
    " TEAM(S), " flagged-team-count " OUTSIDE TOLERANCE"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SCHEDULE-FAIRNESS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
