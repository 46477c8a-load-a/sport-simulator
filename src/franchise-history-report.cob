IDENTIFICATION DIVISION.
PROGRAM-ID. Franchise-History-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-History ASSIGN TO "data/season-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS history-status.

  SELECT Playoff-Results ASSIGN TO "data/playoff-results.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS playoff-results-status.

  SELECT Awards-History ASSIGN TO "data/awards-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS awards-history-status.

  SELECT Hall-Of-Fame ASSIGN TO "data/hall-of-fame.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS hf-short-name
    FILE STATUS IS hall-status.

  SELECT Career-Stats ASSIGN TO "data/career-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cs-short-name
    FILE STATUS IS career-stats-status.

  SELECT League-Records ASSIGN TO "data/league-records.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lr-record-name
    FILE STATUS IS league-records-status.

  SELECT Rename-Log ASSIGN TO "data/team-rename.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rename-log-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/franchise-history.prt"
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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-History.
  COPY "src/copy/file-description/season-history-record.cpy".

FD Playoff-Results.
  01 Playoff-Result-Record.
    02 pr-season  PIC 9(4).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-round   PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-team-a  PIC X(20).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-team-b  PIC X(20).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-score-a PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-score-b PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-winner  PIC X(20).

FD Awards-History.
  COPY "src/copy/file-description/awards-history-record.cpy".

FD Hall-Of-Fame
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Hall-Of-Fame-Record.

  COPY "src/copy/file-description/hall-of-fame-record.cpy".

FD Career-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Career-Stats-Record.

  COPY "src/copy/file-description/career-stats-record.cpy".

FD League-Records
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Records-Record.

  COPY "src/copy/file-description/league-records-record.cpy".

FD Rename-Log.
  01 Rename-Log-Record.
    02 rn-timestamp.
      03 rn-date PIC 9(8).
      03 rn-time PIC 9(6).
    02 FILLER PIC X VALUE SPACE.
    02 rn-old-name PIC X(20).
    02 FILLER PIC X VALUE SPACE.
    02 rn-new-name PIC X(20).
    02 FILLER PIC X VALUE SPACE.
    02 rn-rows-touched PIC 9(6).
    02 FILLER PIC X VALUE SPACE.
    02 rn-operator PIC X(10).

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

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
    88 characters-missing VALUE 35.
  01 history-status PIC 99.
    88 end-of-history VALUE 10.
    88 history-missing VALUE 35.
  01 playoff-results-status PIC 99.
    88 end-of-playoff-results VALUE 10.
    88 playoff-results-missing VALUE 35.
  01 awards-history-status PIC 99.
    88 end-of-awards-history VALUE 10.
    88 awards-history-missing VALUE 35.
  01 hall-status PIC 99.
    88 end-of-hall VALUE 10.
    88 hall-missing VALUE 35.
  01 career-stats-status PIC 99.
    88 career-stats-missing VALUE 35.
  01 league-records-status PIC 99.
    88 end-of-league-records VALUE 10.
    88 league-records-missing VALUE 35.
  01 rename-log-status PIC 99.
    88 end-of-rename-log VALUE 10.
    88 rename-log-missing VALUE 35.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  78 CAREER-LEADER-COUNT VALUE 10.

  01 franchise-team PIC X(20) VALUE SPACES.
  01 report-date PIC 9(8).

  01 Club-Name-Table.
    02 club-name PIC X(20) OCCURS 20 TIMES INDEXED BY CN-INDEX.
  01 club-name-count PIC 99 VALUE ZERO.
  01 club-name-match PIC 9 VALUE ZERO.
    88 club-name-matched VALUE 1.
  01 candidate-team PIC X(20).
  01 names-added-flag PIC 9 VALUE ZERO.
    88 club-names-added VALUE 1.

  01 Rename-Line-Table.
    02 Rename-Line-Entry OCCURS 500 TIMES INDEXED BY RL-INDEX.
      03 rl-rename-date PIC 9(8).
      03 rl-old-name    PIC X(20).
      03 rl-new-name    PIC X(20).
      03 rl-operator    PIC X(10).
  01 rename-line-count PIC 9(3) VALUE ZERO.
  01 rename-old-match PIC 9.
  01 rename-new-match PIC 9.

  01 Club-Character-Table.
    02 Club-Character-Entry OCCURS 1000 TIMES INDEXED BY CC-INDEX.
      03 cc-short-name PIC X(10).
      03 cc-long-name  PIC X(21).
      03 cc-games      PIC 9(6).
      03 cc-wins       PIC 9(6).
      03 cc-experience PIC 9(7).
      03 cc-seasons    PIC 9(3).
      03 cc-ranked-flag PIC 9.
        88 cc-already-ranked VALUE 1.
  01 club-character-count PIC 9(4) VALUE ZERO.
  01 club-character-match PIC 9 VALUE ZERO.
    88 club-character-matched VALUE 1.
  01 candidate-short-name PIC X(10).

  01 Season-Final-Table.
    02 Season-Final-Entry OCCURS 200 TIMES INDEXED BY SF-INDEX.
      03 sf-season      PIC 9(4).
      03 sf-final-round PIC 9.
  01 season-final-count PIC 9(3) VALUE ZERO.
  01 sf-found PIC 9 VALUE ZERO.
    88 sf-season-was-found VALUE 1.

  01 club-seasons PIC 9(4) VALUE ZERO.
  01 club-pennants PIC 9(4) VALUE ZERO.
  01 club-total-wins PIC 9(7) VALUE ZERO.
  01 club-total-losses PIC 9(7) VALUE ZERO.
  01 club-total-ties PIC 9(7) VALUE ZERO.
  01 club-series PIC 9(4) VALUE ZERO.
  01 club-series-won PIC 9(4) VALUE ZERO.
  01 club-titles PIC 9(4) VALUE ZERO.
  01 club-awards PIC 9(4) VALUE ZERO.
  01 club-hall-members PIC 9(4) VALUE ZERO.
  01 club-league-records PIC 9(4) VALUE ZERO.
  01 section-lines PIC 9(5).

  01 playoff-opponent PIC X(20).
  01 playoff-club-score PIC 9.
  01 playoff-opponent-score PIC 9.
  01 playoff-outcome PIC X(12).
  01 leader-rank PIC 99.
  01 best-index PIC 9(4).
  01 best-wins PIC 9(6).

  01 rank-edit PIC ZZ9.
  01 count-edit PIC ZZZZ9.
  01 games-edit PIC ZZZZZ9.
  01 wins-edit PIC ZZZZZ9.
  01 exp-edit PIC ZZZZZZ9.
  01 pct-edit PIC 9.999.
  01 leader-edit PIC Z9.
  01 record-value-edit PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Franchise-Team
  IF franchise-team = SPACES
    DISPLAY "NO TEAM GIVEN; FRANCHISE HISTORY NOT PRINTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  INITIALIZE Club-Name-Table Rename-Line-Table Club-Character-Table
    Season-Final-Table
  MOVE 1 TO club-name-count
  MOVE franchise-team TO club-name(1)
  PERFORM Load-Club-Names
  PERFORM Load-Club-Characters

  MOVE "FRANCHISE HISTORY" TO ph-title
  MOVE report-date TO ph-date
  PERFORM Start-Print-Report
  IF club-name-count > 1
    MOVE SPACES TO print-line
    STRING "ALSO KNOWN AS: " DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    PERFORM VARYING CN-INDEX FROM 2 BY 1
        UNTIL CN-INDEX > club-name-count
      MOVE SPACES TO print-line
      STRING "  " club-name(CN-INDEX) DELIMITED BY SIZE
        INTO print-line
      PERFORM Write-Print-Line
    END-PERFORM
  END-IF

  PERFORM Print-Season-Records
  PERFORM Print-Playoff-Runs
  PERFORM Print-Award-Winners
  PERFORM Print-Hall-Of-Famers
  PERFORM Print-Career-Leaders
  PERFORM Print-League-Records
  PERFORM Print-Rename-History
  CLOSE Report-Print

  DISPLAY "FRANCHISE HISTORY FOR " FUNCTION TRIM(franchise-team) ": "
    club-seasons " SEASON(S), " club-titles " TITLE(S), "
    club-awards " AWARD(S), " club-hall-members " HALL OF FAMER(S)"
  DISPLAY "WROTE FRANCHISE HISTORY TO data/franchise-history.prt"
  MOVE club-seasons TO run-processed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Franchise-Team.
  MOVE FUNCTION CURRENT-DATE(1:8) TO report-date
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "FRANCHISE-HISTORY"
                AND rc-filter NOT = SPACES
              MOVE FUNCTION UPPER-CASE(rc-filter) TO franchise-team
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF franchise-team = SPACES
    DISPLAY "TEAM NAME FOR FRANCHISE HISTORY: " WITH NO ADVANCING
    ACCEPT franchise-team
    MOVE FUNCTION UPPER-CASE(franchise-team) TO franchise-team
  END-IF.

Load-Club-Names.
  OPEN INPUT Rename-Log
  IF rename-log-missing
    CLOSE Rename-Log
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-rename-log
    READ Rename-Log
      AT END
        SET end-of-rename-log TO TRUE
      NOT AT END
        IF rename-line-count < 500
          ADD 1 TO rename-line-count
          SET RL-INDEX TO rename-line-count
          MOVE rn-date TO rl-rename-date(RL-INDEX)
          MOVE rn-old-name TO rl-old-name(RL-INDEX)
          MOVE rn-new-name TO rl-new-name(RL-INDEX)
          MOVE rn-operator TO rl-operator(RL-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Rename-Log

  SET club-names-added TO TRUE
  PERFORM UNTIL NOT club-names-added
    MOVE ZERO TO names-added-flag
    PERFORM VARYING RL-INDEX FROM 1 BY 1
        UNTIL RL-INDEX > rename-line-count
      PERFORM Link-One-Rename
    END-PERFORM
  END-PERFORM.

Link-One-Rename.
  MOVE rl-old-name(RL-INDEX) TO candidate-team
  PERFORM Check-Club-Name
  MOVE club-name-match TO rename-old-match
  MOVE rl-new-name(RL-INDEX) TO candidate-team
  PERFORM Check-Club-Name
  MOVE club-name-match TO rename-new-match
  IF rename-old-match = rename-new-match OR club-name-count >= 20
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO club-name-count
  IF rename-old-match = 1
    MOVE rl-new-name(RL-INDEX) TO club-name(club-name-count)
  ELSE
    MOVE rl-old-name(RL-INDEX) TO club-name(club-name-count)
  END-IF
  SET club-names-added TO TRUE.

Check-Club-Name.
  MOVE ZERO TO club-name-match
  PERFORM VARYING CN-INDEX FROM 1 BY 1
      UNTIL CN-INDEX > club-name-count OR club-name-matched
    IF club-name(CN-INDEX) = candidate-team
      SET club-name-matched TO TRUE
    END-IF
  END-PERFORM.

Check-Club-Character.
  MOVE ZERO TO club-character-match
  PERFORM VARYING CC-INDEX FROM 1 BY 1
      UNTIL CC-INDEX > club-character-count
        OR club-character-matched
    IF cc-short-name(CC-INDEX) = candidate-short-name
      SET club-character-matched TO TRUE
    END-IF
  END-PERFORM
  IF club-character-matched
    SET CC-INDEX DOWN BY 1
  END-IF.

Load-Club-Characters.
  OPEN INPUT CharacterSheet
  IF characters-missing
    CLOSE CharacterSheet
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO short-name
  START CharacterSheet KEY >= short-name
    INVALID KEY
      SET end-of-file TO TRUE
  END-START
  PERFORM UNTIL end-of-file
    READ CharacterSheet NEXT RECORD
      AT END
        SET end-of-file TO TRUE
      NOT AT END
        MOVE team TO candidate-team
        IF teammate
          MOVE "TEAMMATES" TO candidate-team
        END-IF
        PERFORM Check-Club-Name
        IF NOT club-name-matched
          MOVE original-team TO candidate-team
          PERFORM Check-Club-Name
        END-IF
        IF club-name-matched AND club-character-count < 1000
          ADD 1 TO club-character-count
          SET CC-INDEX TO club-character-count
          MOVE short-name TO cc-short-name(CC-INDEX)
          MOVE long-name TO cc-long-name(CC-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE CharacterSheet.

Start-Report-Section.
  MOVE ZERO TO section-lines
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE ALL "-" TO print-line
  PERFORM Write-Print-Line.

Print-Season-Records.
  PERFORM Start-Report-Section
  MOVE "YEAR-BY-YEAR RECORD" TO print-line
  PERFORM Write-Print-Line
  MOVE "  SEASON  FINISH   WINS LOSSES   TIES   PCT  PLAYED AS"
    TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Season-History
  IF NOT history-missing
    PERFORM UNTIL end-of-history
      READ Season-History
        AT END
          SET end-of-history TO TRUE
        NOT AT END
          MOVE sh-team-name TO candidate-team
          PERFORM Check-Club-Name
          IF club-name-matched
            PERFORM Print-One-Season
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Season-History
  IF section-lines = ZERO
    MOVE "  NO COMPLETED SEASONS ON FILE." TO print-line
    PERFORM Write-Print-Line
  ELSE
    MOVE club-seasons TO count-edit
    MOVE SPACES TO print-line
    STRING "  " count-edit " SEASON(S)  " club-total-wins "-"
      club-total-losses "-" club-total-ties "  FIRST-PLACE FINISHES "
      club-pennants DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-One-Season.
  ADD 1 TO section-lines club-seasons
  ADD sh-wins TO club-total-wins
  ADD sh-losses TO club-total-losses
  ADD sh-ties TO club-total-ties
  IF sh-rank = 1
    ADD 1 TO club-pennants
  END-IF
  MOVE sh-rank TO rank-edit
  MOVE sh-win-pct TO pct-edit
  MOVE SPACES TO print-line
  STRING "  " sh-season "    " rank-edit "   " sh-wins "  " sh-losses
    "  " sh-ties " " pct-edit DELIMITED BY SIZE INTO print-line
  IF sh-team-name NOT = franchise-team
    MOVE sh-team-name TO print-line(56:20)
  END-IF
  PERFORM Write-Print-Line.

Print-Playoff-Runs.
  PERFORM Start-Report-Section
  MOVE "PLAYOFF RUNS" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Playoff-Results
  IF playoff-results-missing
    CLOSE Playoff-Results
    MOVE "  NO PLAYOFF SERIES ON FILE." TO print-line
    PERFORM Write-Print-Line
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-playoff-results
    READ Playoff-Results
      AT END
        SET end-of-playoff-results TO TRUE
      NOT AT END
        PERFORM Note-Season-Final-Round
    END-READ
  END-PERFORM
  CLOSE Playoff-Results

  MOVE ZERO TO playoff-results-status
  OPEN INPUT Playoff-Results
  PERFORM UNTIL end-of-playoff-results
    READ Playoff-Results
      AT END
        SET end-of-playoff-results TO TRUE
      NOT AT END
        PERFORM Print-One-Playoff-Series
    END-READ
  END-PERFORM
  CLOSE Playoff-Results
  IF section-lines = ZERO
    MOVE "  NO PLAYOFF APPEARANCES." TO print-line
    PERFORM Write-Print-Line
  ELSE
    MOVE SPACES TO print-line
    STRING "  " club-series " SERIES PLAYED, " club-series-won
      " WON, " club-titles " CHAMPIONSHIP(S)"
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF.

Note-Season-Final-Round.
  MOVE ZERO TO sf-found
  PERFORM VARYING SF-INDEX FROM 1 BY 1
      UNTIL SF-INDEX > season-final-count OR sf-season-was-found
    IF sf-season(SF-INDEX) = pr-season
      SET sf-season-was-found TO TRUE
    END-IF
  END-PERFORM
  IF sf-season-was-found
    SET SF-INDEX DOWN BY 1
  ELSE
    IF season-final-count >= 200
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO season-final-count
    SET SF-INDEX TO season-final-count
    MOVE pr-season TO sf-season(SF-INDEX)
  END-IF
  IF pr-round > sf-final-round(SF-INDEX)
    MOVE pr-round TO sf-final-round(SF-INDEX)
  END-IF.

Print-One-Playoff-Series.
  MOVE pr-team-a TO candidate-team
  PERFORM Check-Club-Name
  IF club-name-matched
    MOVE pr-team-b TO playoff-opponent
    MOVE pr-score-a TO playoff-club-score
    MOVE pr-score-b TO playoff-opponent-score
  ELSE
    MOVE pr-team-b TO candidate-team
    PERFORM Check-Club-Name
    IF NOT club-name-matched
      EXIT PARAGRAPH
    END-IF
    MOVE pr-team-a TO playoff-opponent
    MOVE pr-score-b TO playoff-club-score
    MOVE pr-score-a TO playoff-opponent-score
  END-IF
  ADD 1 TO section-lines club-series

  MOVE pr-winner TO candidate-team
  PERFORM Check-Club-Name
  IF club-name-matched
    ADD 1 TO club-series-won
    MOVE "WON" TO playoff-outcome
    MOVE ZERO TO sf-found
    PERFORM VARYING SF-INDEX FROM 1 BY 1
        UNTIL SF-INDEX > season-final-count OR sf-season-was-found
      IF sf-season(SF-INDEX) = pr-season
          AND sf-final-round(SF-INDEX) = pr-round
        SET sf-season-was-found TO TRUE
      END-IF
    END-PERFORM
    IF sf-season-was-found
      ADD 1 TO club-titles
      MOVE "CHAMPIONS" TO playoff-outcome
    END-IF
  ELSE
    MOVE "LOST" TO playoff-outcome
  END-IF

  MOVE SPACES TO print-line
  STRING "  " pr-season " ROUND " pr-round "  VS " playoff-opponent
    " " playoff-club-score "-" playoff-opponent-score "  "
    playoff-outcome DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Award-Winners.
  PERFORM Start-Report-Section
  MOVE "AWARD WINNERS" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Awards-History
  IF NOT awards-history-missing
    PERFORM UNTIL end-of-awards-history
      READ Awards-History
        AT END
          SET end-of-awards-history TO TRUE
        NOT AT END
          MOVE aw-winner(1:10) TO candidate-short-name
          PERFORM Check-Club-Character
          IF club-character-matched
            ADD 1 TO section-lines club-awards
            MOVE SPACES TO print-line
            STRING "  " aw-season "  " aw-award "  " aw-winner
              "  " cc-long-name(CC-INDEX)
              DELIMITED BY SIZE INTO print-line
            PERFORM Write-Print-Line
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Awards-History
  IF section-lines = ZERO
    MOVE "  NO AWARD WINNERS." TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Hall-Of-Famers.
  PERFORM Start-Report-Section
  MOVE "HALL OF FAME" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Hall-Of-Fame
  IF NOT hall-missing
    MOVE LOW-VALUE TO hf-short-name
    START Hall-Of-Fame KEY >= hf-short-name
      INVALID KEY
        SET end-of-hall TO TRUE
    END-START
    PERFORM UNTIL end-of-hall
      READ Hall-Of-Fame NEXT RECORD
        AT END
          SET end-of-hall TO TRUE
        NOT AT END
          MOVE hf-short-name TO candidate-short-name
          PERFORM Check-Club-Character
          IF club-character-matched
            ADD 1 TO section-lines club-hall-members
            MOVE hf-career-games TO games-edit
            MOVE hf-career-wins TO wins-edit
            MOVE SPACES TO print-line
            STRING "  " hf-long-name " INDUCTED " hf-induction-year
              "  GAMES " games-edit "  WINS " wins-edit
              "  AWARDS " hf-award-count
              DELIMITED BY SIZE INTO print-line
            PERFORM Write-Print-Line
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Hall-Of-Fame
  IF section-lines = ZERO
    MOVE "  NO HALL OF FAME MEMBERS." TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Career-Leaders.
  PERFORM Start-Report-Section
  MOVE "ALL-TIME LEADERS (CAREER WINS)" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Career-Stats
  IF NOT career-stats-missing
    PERFORM VARYING CC-INDEX FROM 1 BY 1
        UNTIL CC-INDEX > club-character-count
      MOVE cc-short-name(CC-INDEX) TO cs-short-name
      READ Career-Stats
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE cs-games-played TO cc-games(CC-INDEX)
          MOVE cs-wins TO cc-wins(CC-INDEX)
          MOVE cs-experience-earned TO cc-experience(CC-INDEX)
          MOVE cs-seasons-played TO cc-seasons(CC-INDEX)
      END-READ
    END-PERFORM
  END-IF
  CLOSE Career-Stats

  MOVE "  RANK CHARACTER             SEASONS  GAMES   WINS EXPERIENCE"
    TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING leader-rank FROM 1 BY 1
      UNTIL leader-rank > CAREER-LEADER-COUNT
    MOVE ZERO TO best-index best-wins
    PERFORM VARYING CC-INDEX FROM 1 BY 1
        UNTIL CC-INDEX > club-character-count
      IF NOT cc-already-ranked(CC-INDEX)
          AND cc-games(CC-INDEX) > ZERO
        IF best-index = ZERO OR cc-wins(CC-INDEX) > best-wins
          SET best-index TO CC-INDEX
          MOVE cc-wins(CC-INDEX) TO best-wins
        END-IF
      END-IF
    END-PERFORM
    IF best-index = ZERO
      MOVE CAREER-LEADER-COUNT TO leader-rank
    ELSE
      PERFORM Print-One-Career-Leader
    END-IF
  END-PERFORM
  IF section-lines = ZERO
    MOVE "  NO CAREER STATISTICS FOR THIS CLUB." TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-One-Career-Leader.
  SET CC-INDEX TO best-index
  SET cc-already-ranked(CC-INDEX) TO TRUE
  ADD 1 TO section-lines
  MOVE leader-rank TO leader-edit
  MOVE cc-games(CC-INDEX) TO games-edit
  MOVE cc-wins(CC-INDEX) TO wins-edit
  MOVE cc-experience(CC-INDEX) TO exp-edit
  MOVE SPACES TO print-line
  STRING "    " leader-edit " " cc-long-name(CC-INDEX) "   "
    cc-seasons(CC-INDEX) " " games-edit " " wins-edit "    " exp-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-League-Records.
  PERFORM Start-Report-Section
  MOVE "LEAGUE RECORDS HELD" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT League-Records
  IF NOT league-records-missing
    MOVE LOW-VALUE TO lr-record-name
    START League-Records KEY >= lr-record-name
      INVALID KEY
        SET end-of-league-records TO TRUE
    END-START
    PERFORM UNTIL end-of-league-records
      READ League-Records NEXT RECORD
        AT END
          SET end-of-league-records TO TRUE
        NOT AT END
          MOVE lr-holder TO candidate-team
          PERFORM Check-Club-Name
          IF NOT club-name-matched
            MOVE lr-holder(1:10) TO candidate-short-name
            PERFORM Check-Club-Character
            IF club-character-matched
              SET club-name-matched TO TRUE
            END-IF
          END-IF
          IF club-name-matched
            ADD 1 TO section-lines club-league-records
            MOVE lr-value TO record-value-edit
            MOVE SPACES TO print-line
            STRING "  " lr-record-name " " record-value-edit "  BY "
              lr-holder " ON " lr-date
              DELIMITED BY SIZE INTO print-line
            PERFORM Write-Print-Line
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE League-Records
  IF section-lines = ZERO
    MOVE "  NO LEAGUE RECORDS HELD." TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Rename-History.
  PERFORM Start-Report-Section
  MOVE "NAME HISTORY" TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING RL-INDEX FROM 1 BY 1
      UNTIL RL-INDEX > rename-line-count
    MOVE rl-new-name(RL-INDEX) TO candidate-team
    PERFORM Check-Club-Name
    IF club-name-matched
      ADD 1 TO section-lines
      MOVE SPACES TO print-line
      STRING "  " rl-rename-date(RL-INDEX) "  "
        rl-old-name(RL-INDEX) " RENAMED TO " rl-new-name(RL-INDEX)
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
    END-IF
  END-PERFORM
  IF section-lines = ZERO
    MOVE "  NEVER RENAMED." TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Column-Headings.
  MOVE SPACES TO print-line
  STRING "FRANCHISE: " franchise-team DELIMITED BY SIZE
    INTO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "FRANCHISE-HISTORY".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
