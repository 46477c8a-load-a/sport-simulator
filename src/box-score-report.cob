ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

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

  SELECT Report-Print ASSIGN TO "data/box-score-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Calendar

  COPY "src/copy/file-description/game-history-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 File-Status     PIC 99.
  01 Calendar-Status PIC 99.
  01 Game-History-Status PIC 99.
    88 game-history-missing VALUE 35.
  01 game-log-status PIC 99.
    88 end-of-game-log VALUE 10.
    88 game-log-missing VALUE 35.
  01 game-log-line-count PIC 99 VALUE ZERO.
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 box-venue-name PIC X(20).
  01 lu-skill-text PIC X(10).
  01 lu-name-text PIC X(21).
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 report-date-found PIC 9 VALUE ZERO.
    88 report-date-was-found VALUE 1.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE "BOX SCORE REPORT" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
    PERFORM Write-Print-Line
  END-IF

  IF gh-teammate-plan NOT = SPACES AND gh-opponent-plan NOT = SPACES
    MOVE SPACES TO print-line
    STRING "GAME PLANS: TEAMMATES " FUNCTION TRIM(gh-teammate-plan)
      ", " FUNCTION TRIM(gh-challenger) " "
      FUNCTION TRIM(gh-opponent-plan)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF game-was-forfeited
    MOVE "GAME DECIDED BY FORFEIT; NO ROLLS WERE MADE."
      TO print-line

  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  PERFORM Print-Logged-Contributions
  IF game-log-line-count = ZERO
    PERFORM VARYING lu-scan FROM 1 BY 1
        UNTIL lu-scan > gh-lineup-count
      PERFORM Print-One-Contribution-Line
    END-PERFORM
  END-IF
  CLOSE CharacterSheet.

Print-Logged-Contributions.
  MOVE ZERO TO game-log-line-count
  MOVE ZERO TO game-log-status
  OPEN INPUT Game-Log
  IF game-log-missing
    CLOSE Game-Log
    EXIT PARAGRAPH
  END-IF
  MOVE gh-numeric-date TO gl-numeric-date
  MOVE gh-game-slot TO gl-game-slot
  START Game-Log KEY = gl-game-key
    INVALID KEY
      MOVE 10 TO game-log-status
  END-START
  PERFORM UNTIL end-of-game-log
    READ Game-Log NEXT RECORD
      AT END
        SET end-of-game-log TO TRUE
      NOT AT END
        IF gl-numeric-date NOT = gh-numeric-date
            OR gl-game-slot NOT = gh-game-slot
          SET end-of-game-log TO TRUE
        ELSE
          IF gl-from-simulation
            PERFORM Print-One-Logged-Line
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Game-Log.

Print-One-Logged-Line.
  ADD 1 TO game-log-line-count
  IF gl-on-teammate-side
    MOVE "TEAMMATE" TO lu-side-text
  ELSE
    MOVE "OPPONENT" TO lu-side-text
  END-IF

  MOVE gl-short-name TO lu-name-text
  MOVE gl-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE long-name TO lu-name-text
  END-READ

  MOVE SPACES TO lu-skill-text
  IF gl-skill = "GUARDING" OR gl-skill = "CLUTCH" OR gl-skill = "SPARK"
    MOVE gl-skill TO lu-skill-text
  END-IF

  MOVE SPACES TO print-line
  STRING lu-side-text " " lu-name-text "  "
    gl-power-roll "   "
    gl-focus-roll "   "
    gl-speed-roll "  " lu-skill-text
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-One-Contribution-Line.
  IF gh-lu-side(lu-scan) = 1
    MOVE "TEAMMATE" TO lu-side-text

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
