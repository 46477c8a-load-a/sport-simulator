IDENTIFICATION DIVISION.
PROGRAM-ID. Game-Log-Inquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Game-Log ASSIGN TO DYNAMIC game-log-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gl-log-key
    ALTERNATE RECORD KEY IS gl-game-key WITH DUPLICATES
    FILE STATUS IS game-log-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 game-log-status PIC 99.
    88 end-of-game-log VALUE 10.
    88 game-log-missing VALUE 35.
  01 File-Status PIC 99.

  01 inquiry-choice PIC X.
    88 log-chosen  VALUES "L", "l".
    88 quit-chosen VALUES "Q", "q".

  01 inquiry-key PIC X(10).
  01 inquiry-season PIC 9(4).
  01 inquiry-long-name PIC X(21).

  01 Running-Totals.
    02 run-games      PIC 9(4).
    02 run-wins       PIC 9(4).
    02 run-losses     PIC 9(4).
    02 run-ties       PIC 9(4).
    02 run-roll-total PIC 9(7).
    02 run-reversed   PIC 9(4).
    02 run-rolled     PIC 9(4).
    02 run-average    PIC 9(4).
  01 multiplier-edit PIC 9.99.
  01 reversed-text PIC X(10).

  01 page-size PIC 99 VALUE 20.
  01 page-line-count PIC 99 VALUE ZERO.
  01 page-pause-response PIC X.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE SPACE TO inquiry-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== CHARACTER GAME LOG INQUIRY ==="
    DISPLAY "[L]OOK UP A CHARACTER'S SEASON OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT inquiry-choice
    EVALUATE TRUE
      WHEN log-chosen
        PERFORM Show-Season-Game-Log
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Show-Season-Game-Log.
  DISPLAY "CHARACTER SHORT-NAME: " WITH NO ADVANCING
  ACCEPT inquiry-key
  MOVE FUNCTION UPPER-CASE(inquiry-key) TO inquiry-key
  IF inquiry-key = SPACES
    DISPLAY "NO CHARACTER GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "SEASON YEAR (YYYY): " WITH NO ADVANCING
  ACCEPT inquiry-season

  PERFORM Look-Up-Long-Name
  INITIALIZE Running-Totals
  MOVE ZERO TO page-line-count

  MOVE ZERO TO game-log-status
  OPEN INPUT Game-Log
  IF game-log-missing
    DISPLAY "NO GAME LOG ON FILE."
    CLOSE Game-Log
    EXIT PARAGRAPH
  END-IF

  DISPLAY SPACES
  DISPLAY "=== " FUNCTION TRIM(inquiry-long-name) " - SEASON "
    inquiry-season " ==="
  DISPLAY "DATE     S R OPPONENT             H/A ROLLS        MULT"
    "  GP  W-L-T          TOTAL  AVG"
  MOVE inquiry-key TO gl-short-name
  MOVE inquiry-season TO gl-year-number
  MOVE ZERO TO gl-month-number gl-day-number gl-game-slot
  START Game-Log KEY >= gl-log-key
    INVALID KEY
      MOVE 10 TO game-log-status
  END-START
  PERFORM UNTIL end-of-game-log
    READ Game-Log NEXT RECORD
      AT END
        SET end-of-game-log TO TRUE
      NOT AT END
        IF gl-short-name NOT = inquiry-key
            OR gl-year-number NOT = inquiry-season
          SET end-of-game-log TO TRUE
        ELSE
          PERFORM Show-One-Game-Line
        END-IF
    END-READ
  END-PERFORM
  CLOSE Game-Log

  DISPLAY SPACES
  IF run-games = ZERO AND run-reversed = ZERO
    DISPLAY "NO GAMES LOGGED FOR " FUNCTION TRIM(inquiry-key)
      " IN " inquiry-season "."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "SEASON TOTALS: " run-games " GAMES  " run-wins "-"
    run-losses "-" run-ties "  ROLLS " run-roll-total
    "  AVG " run-average
  IF run-reversed > ZERO
    DISPLAY run-reversed " BACKED-OUT GAME(S) NOT COUNTED."
  END-IF.

Look-Up-Long-Name.
  MOVE inquiry-key TO inquiry-long-name
  OPEN INPUT CharacterSheet
  IF File-Status NOT = ZERO
    CLOSE CharacterSheet
    EXIT PARAGRAPH
  END-IF
  MOVE inquiry-key TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE long-name TO inquiry-long-name
  END-READ
  CLOSE CharacterSheet.

Show-One-Game-Line.
  IF gl-game-reversed
    ADD 1 TO run-reversed
    MOVE "BACKED OUT" TO reversed-text
  ELSE
    MOVE SPACES TO reversed-text
    ADD 1 TO run-games
    EVALUATE TRUE
      WHEN gl-game-won
        ADD 1 TO run-wins
      WHEN gl-game-lost
        ADD 1 TO run-losses
      WHEN OTHER
        ADD 1 TO run-ties
    END-EVALUATE
    IF gl-from-simulation
      ADD 1 TO run-rolled
      ADD gl-roll-total TO run-roll-total
      COMPUTE run-average = run-roll-total / run-rolled
    END-IF
  END-IF
  MOVE gl-multiplier TO multiplier-edit

  DISPLAY gl-numeric-date " " gl-game-slot " " gl-outcome " "
    gl-opponent " " gl-home-away "   " gl-power-roll "/"
    gl-focus-roll "/" gl-speed-roll "  " multiplier-edit "  "
    run-games " " run-wins "-" run-losses "-" run-ties " "
    run-roll-total " " run-average " " reversed-text
  PERFORM Page-Pause.

Page-Pause.
  ADD 1 TO page-line-count
  IF page-line-count >= page-size
    DISPLAY "--- PRESS ENTER TO CONTINUE ---"
    ACCEPT page-pause-response
    MOVE ZERO TO page-line-count
  END-IF.

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
