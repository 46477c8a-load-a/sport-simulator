    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".

  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10).

  01 current-effective-date PIC 9(8) VALUE ZERO.
  01 entry-effective-date PIC 9(8).
  01 Entry-Date-Parts REDEFINES entry-effective-date.
    02 entry-year PIC 9(4).
    02 entry-month PIC 99.
    02 entry-day PIC 99.
  01 default-effective-date PIC 9(8).

  01 editor-choice PIC X.
    88 show-chosen VALUES "S", "s".
    02 work-minimum-effectiveness PIC 9V99 VALUE 0.25.
    02 work-lineup-limit PIC 99 VALUE 10.
    02 work-rotation-sit-limit PIC 99 VALUE 5.
    02 work-budget-overrun-pct PIC 9(3) VALUE 10.
    02 work-veteran-peak-age PIC 99 VALUE 30.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Load-Current-Rules
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
        PERFORM Show-Current-Rules
      WHEN edit-chosen
        PERFORM Edit-All-Rules
        PERFORM Ask-Effective-Date
        IF entry-effective-date NOT = ZERO
          PERFORM Save-Current-Rules
        END-IF
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
GOBACK.

Load-Current-Rules.
  MOVE ZERO TO rules-as-of-date
  PERFORM Select-Rules-Version
  IF rules-version-found
    MOVE rl-home-field-bonus TO work-home-field-bonus
    MOVE rl-synergy-cap TO work-synergy-cap
    MOVE rl-synergy-level-friend
      TO work-synergy-level-friend
    MOVE rl-synergy-level-best
      TO work-synergy-level-best
    MOVE rl-synergy-level-family
      TO work-synergy-level-family
    MOVE rl-gate-revenue-per-stakes
      TO work-gate-revenue-per-stakes
    MOVE rl-winners-purse-per-stakes
      TO work-winners-purse-per-stakes
    MOVE rl-injury-die-size TO work-injury-die-size
    MOVE rl-injury-body-loss TO work-injury-body-loss
    MOVE rl-minimum-effectiveness
      TO work-minimum-effectiveness
    MOVE rl-lineup-limit TO work-lineup-limit
    IF rl-rotation-sit-limit IS NUMERIC
      MOVE rl-rotation-sit-limit
        TO work-rotation-sit-limit
    END-IF
    IF rl-budget-overrun-pct IS NUMERIC
      MOVE rl-budget-overrun-pct
        TO work-budget-overrun-pct
    END-IF
    IF rl-veteran-peak-age IS NUMERIC
        AND rl-veteran-peak-age > ZERO
      MOVE rl-veteran-peak-age TO work-veteran-peak-age
    END-IF
    IF rl-effective-date IS NUMERIC
      MOVE rl-effective-date TO current-effective-date
    END-IF
  ELSE
    DISPLAY "NO RULES FILE YET; SHOWING COMPILED DEFAULTS."
  END-IF
  CLOSE League-Rules.

Show-Current-Rules.
  DISPLAY "LATEST VERSION EFFECTIVE  " current-effective-date
  DISPLAY "HOME FIELD BONUS ........ " work-home-field-bonus
  DISPLAY "SYNERGY CAP ............. " work-synergy-cap
  DISPLAY "SYNERGY FRIEND LEVEL .... "
    work-minimum-effectiveness
  DISPLAY "LINEUP LIMIT ............ " work-lineup-limit
  DISPLAY "ROTATION SIT LIMIT ...... "
    work-rotation-sit-limit
  DISPLAY "BUDGET OVERRUN PERCENT .. "
    work-budget-overrun-pct
  DISPLAY "VETERAN PEAK AGE ........ " work-veteran-peak-age.

Edit-All-Rules.
  DISPLAY "HOME FIELD BONUS (0-9): " WITH NO ADVANCING
  DISPLAY "ROTATION SIT LIMIT (GAMES, 0=OFF): "
    WITH NO ADVANCING
  ACCEPT work-rotation-sit-limit
  DISPLAY "BUDGET OVERRUN FLAG PERCENT (0-999): "
    WITH NO ADVANCING
  ACCEPT work-budget-overrun-pct
  DISPLAY "VETERAN PEAK AGE (DECLINE BEGINS AFTER): "
    WITH NO ADVANCING
  ACCEPT work-veteran-peak-age

  IF work-lineup-limit = ZERO
    DISPLAY "LINEUP LIMIT MUST BE AT LEAST 1; USING 1."
    MOVE 1 TO work-lineup-limit
  END-IF
  IF work-veteran-peak-age = ZERO
    DISPLAY "PEAK AGE MUST BE AT LEAST 1; USING 30."
    MOVE 30 TO work-veteran-peak-age
  END-IF.

Ask-Effective-Date.
  PERFORM Load-Season-Clock
  IF season-clock-found
    COMPUTE default-effective-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO default-effective-date
  END-IF
  DISPLAY "EFFECTIVE DATE YYYYMMDD (0 = " default-effective-date
    "): " WITH NO ADVANCING
  ACCEPT entry-effective-date
  IF entry-effective-date = ZERO
    MOVE default-effective-date TO entry-effective-date
  END-IF
  IF entry-month < 1 OR entry-month > 13
      OR entry-day < 1 OR entry-day > 28
    DISPLAY "INVALID LEAGUE DATE; CHANGES NOT SAVED."
    MOVE ZERO TO entry-effective-date
  END-IF.

Save-Current-Rules.
  PERFORM Load-Operator-Id
  OPEN EXTEND League-Rules
  IF league-rules-missing
    OPEN OUTPUT League-Rules
  END-IF
  MOVE work-home-field-bonus TO rl-home-field-bonus
  MOVE work-synergy-cap TO rl-synergy-cap
  MOVE work-synergy-level-friend TO rl-synergy-level-friend
    TO rl-minimum-effectiveness
  MOVE work-lineup-limit TO rl-lineup-limit
  MOVE work-rotation-sit-limit TO rl-rotation-sit-limit
  MOVE work-budget-overrun-pct TO rl-budget-overrun-pct
  MOVE work-veteran-peak-age TO rl-veteran-peak-age
  MOVE entry-effective-date TO rl-effective-date
  MOVE operator-id TO rl-changed-by
  MOVE FUNCTION CURRENT-DATE(1:8) TO rl-changed-date
  MOVE "EDITOR" TO rl-change-source
  WRITE League-Rules-Record
  CLOSE League-Rules
  IF entry-effective-date > current-effective-date
    MOVE entry-effective-date TO current-effective-date
  END-IF
  DISPLAY "LEAGUE RULES EFFECTIVE " entry-effective-date
    " ADDED TO data/league-rules.dat".

Load-Season-Clock.
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
  CLOSE Season-Clock.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
