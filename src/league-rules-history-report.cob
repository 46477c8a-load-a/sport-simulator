IDENTIFICATION DIVISION.
PROGRAM-ID. League-Rules-History-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Report-Print ASSIGN TO "data/league-rules-history.prt"
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
FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

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

  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  01 error-log-status PIC 99.

  01 Previous-Rules.
    02 prev-home-field-bonus PIC 9.
    02 prev-synergy-cap PIC 9(3).
    02 prev-synergy-level-friend PIC 9(3).
    02 prev-synergy-level-best   PIC 9(3).
    02 prev-synergy-level-family PIC 9(3).
    02 prev-gate-revenue-per-stakes  PIC 9(3).
    02 prev-winners-purse-per-stakes PIC 9(3).
    02 prev-injury-die-size  PIC 99.
    02 prev-injury-body-loss PIC 99.
    02 prev-minimum-effectiveness PIC 9V99.
    02 prev-lineup-limit PIC 99.
    02 prev-rotation-sit-limit PIC 99.
    02 prev-budget-overrun-pct PIC 9(3).
    02 prev-veteran-peak-age PIC 99.

  01 version-count PIC 9(5) VALUE ZERO.
  01 change-count PIC 9(5) VALUE ZERO.
  01 version-changes PIC 9(3).
  01 version-edit PIC ZZZZ9.
  01 effective-text PIC X(10).
  01 changed-by-text PIC X(10).
  01 changed-date-text PIC X(10).
  01 source-text PIC X(10).

  01 change-label PIC X(24).
  01 change-old PIC X(6).
  01 change-new PIC X(6).
  01 rate-edit PIC 9.99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start

  MOVE "LEAGUE RULES HISTORY" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  OPEN INPUT League-Rules
  IF league-rules-missing
    MOVE "NO LEAGUE RULES ON FILE; COMPILED DEFAULTS IN FORCE."
      TO print-line
    PERFORM Write-Print-Line
  ELSE
    PERFORM UNTIL end-of-league-rules
      READ League-Rules
        AT END
          SET end-of-league-rules TO TRUE
        NOT AT END
          PERFORM Print-One-Version
      END-READ
    END-PERFORM
  END-IF
  CLOSE League-Rules

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING version-count " VERSION(S), " change-count
    " RULE CHANGE(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  DISPLAY "RULES HISTORY: " version-count " VERSION(S), "
    change-count " RULE CHANGE(S)"
  DISPLAY "WROTE RULES HISTORY TO data/league-rules-history.prt"
  MOVE version-count TO run-processed-count
  MOVE change-count TO run-changed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Print-One-Version.
  ADD 1 TO version-count
  MOVE version-count TO version-edit
  IF rl-effective-date IS NUMERIC AND rl-effective-date > ZERO
    MOVE rl-effective-date TO effective-text
  ELSE
    MOVE "ORIGINAL" TO effective-text
  END-IF
  IF rl-changed-date IS NUMERIC AND rl-changed-date > ZERO
    MOVE rl-changed-date TO changed-date-text
  ELSE
    MOVE "UNKNOWN" TO changed-date-text
  END-IF
  IF rl-changed-by = SPACES
    MOVE "UNKNOWN" TO changed-by-text
  ELSE
    MOVE rl-changed-by TO changed-by-text
  END-IF
  IF rl-change-source = SPACES
    MOVE "UNKNOWN" TO source-text
  ELSE
    MOVE rl-change-source TO source-text
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING version-edit " " effective-text " " changed-by-text " "
    changed-date-text " " source-text
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  IF version-count = 1
    MOVE "      INITIAL RULES" TO print-line
    PERFORM Write-Print-Line
  ELSE
    PERFORM Compare-With-Previous
  END-IF
  PERFORM Save-As-Previous.

Compare-With-Previous.
  MOVE ZERO TO version-changes
  IF rl-home-field-bonus NOT = prev-home-field-bonus
    MOVE "HOME FIELD BONUS" TO change-label
    MOVE prev-home-field-bonus TO change-old
    MOVE rl-home-field-bonus TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-synergy-cap NOT = prev-synergy-cap
    MOVE "SYNERGY CAP" TO change-label
    MOVE prev-synergy-cap TO change-old
    MOVE rl-synergy-cap TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-synergy-level-friend NOT = prev-synergy-level-friend
    MOVE "SYNERGY FRIEND LEVEL" TO change-label
    MOVE prev-synergy-level-friend TO change-old
    MOVE rl-synergy-level-friend TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-synergy-level-best NOT = prev-synergy-level-best
    MOVE "SYNERGY BEST LEVEL" TO change-label
    MOVE prev-synergy-level-best TO change-old
    MOVE rl-synergy-level-best TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-synergy-level-family NOT = prev-synergy-level-family
    MOVE "SYNERGY FAMILY LEVEL" TO change-label
    MOVE prev-synergy-level-family TO change-old
    MOVE rl-synergy-level-family TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-gate-revenue-per-stakes NOT = prev-gate-revenue-per-stakes
    MOVE "GATE REVENUE PER STAKES" TO change-label
    MOVE prev-gate-revenue-per-stakes TO change-old
    MOVE rl-gate-revenue-per-stakes TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-winners-purse-per-stakes
      NOT = prev-winners-purse-per-stakes
    MOVE "WINNERS PURSE PER STAKES" TO change-label
    MOVE prev-winners-purse-per-stakes TO change-old
    MOVE rl-winners-purse-per-stakes TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-injury-die-size NOT = prev-injury-die-size
    MOVE "INJURY DIE SIZE" TO change-label
    MOVE prev-injury-die-size TO change-old
    MOVE rl-injury-die-size TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-injury-body-loss NOT = prev-injury-body-loss
    MOVE "INJURY BODY LOSS" TO change-label
    MOVE prev-injury-body-loss TO change-old
    MOVE rl-injury-body-loss TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-minimum-effectiveness NOT = prev-minimum-effectiveness
    MOVE "MINIMUM EFFECTIVENESS" TO change-label
    MOVE prev-minimum-effectiveness TO rate-edit
    MOVE rate-edit TO change-old
    MOVE rl-minimum-effectiveness TO rate-edit
    MOVE rate-edit TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-lineup-limit NOT = prev-lineup-limit
    MOVE "LINEUP LIMIT" TO change-label
    MOVE prev-lineup-limit TO change-old
    MOVE rl-lineup-limit TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-rotation-sit-limit NOT = prev-rotation-sit-limit
    MOVE "ROTATION SIT LIMIT" TO change-label
    MOVE prev-rotation-sit-limit TO change-old
    MOVE rl-rotation-sit-limit TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-budget-overrun-pct NOT = prev-budget-overrun-pct
    MOVE "BUDGET OVERRUN PERCENT" TO change-label
    MOVE prev-budget-overrun-pct TO change-old
    MOVE rl-budget-overrun-pct TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF rl-veteran-peak-age NOT = prev-veteran-peak-age
    MOVE "VETERAN PEAK AGE" TO change-label
    MOVE prev-veteran-peak-age TO change-old
    MOVE rl-veteran-peak-age TO change-new
    PERFORM Print-Rule-Change
  END-IF
  IF version-changes = ZERO
    MOVE "      NO RULE VALUES CHANGED" TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Rule-Change.
  ADD 1 TO version-changes change-count
  MOVE SPACES TO print-line
  STRING "      " change-label " " change-old " -> " change-new
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Save-As-Previous.
  MOVE rl-home-field-bonus TO prev-home-field-bonus
  MOVE rl-synergy-cap TO prev-synergy-cap
  MOVE rl-synergy-level-friend TO prev-synergy-level-friend
  MOVE rl-synergy-level-best TO prev-synergy-level-best
  MOVE rl-synergy-level-family TO prev-synergy-level-family
  MOVE rl-gate-revenue-per-stakes TO prev-gate-revenue-per-stakes
  MOVE rl-winners-purse-per-stakes
    TO prev-winners-purse-per-stakes
  MOVE rl-injury-die-size TO prev-injury-die-size
  MOVE rl-injury-body-loss TO prev-injury-body-loss
  MOVE rl-minimum-effectiveness TO prev-minimum-effectiveness
  MOVE rl-lineup-limit TO prev-lineup-limit
  MOVE rl-rotation-sit-limit TO prev-rotation-sit-limit
  MOVE rl-budget-overrun-pct TO prev-budget-overrun-pct
  MOVE rl-veteran-peak-age TO prev-veteran-peak-age.

Print-Column-Headings.
  MOVE "  VERS EFFECTIVE  CHANGED BY ON         SOURCE" TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "RULES-HISTORY".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
