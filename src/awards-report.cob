    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS awards-history-status.

  SELECT Prestige ASSIGN TO "data/prestige.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pr-short-name
    FILE STATUS IS prestige-status.

  SELECT Game-Log ASSIGN TO DYNAMIC game-log-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gl-log-key
    ALTERNATE RECORD KEY IS gl-game-key WITH DUPLICATES
    FILE STATUS IS game-log-status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Season-Stats
FD Awards-History.
  COPY "src/copy/file-description/awards-history-record.cpy".

FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 season-stats-status PIC 99.
    88 end-of-season-stats VALUE 10.
  01 File-Status PIC 99.
    88 friendship-log-missing VALUE 35.
  01 awards-history-status PIC 99.
    88 awards-history-missing VALUE 35.
  01 prestige-status PIC 99.
    88 end-of-prestige VALUE 10.
    88 prestige-missing VALUE 35.
  01 game-log-status PIC 99.
    88 end-of-game-log VALUE 10.
    88 game-log-missing VALUE 35.
  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 awards-season PIC 9(4).
  01 award-bump-key PIC X(10).
  01 best-duo-pairing PIC X(20) VALUE SPACES.
  01 best-duo-climb PIC S9(6) VALUE ZERO.
  01 improved-gain-edit PIC +9.

  01 prestige-short-name PIC X(10) VALUE SPACES.
  01 prestige-tier PIC 99 VALUE ZERO.
  01 prestige-first-date PIC 9(8) VALUE ZERO.
  01 duo-climb-edit PIC +Z(5)9.

  01 best-game-short-name PIC X(10) VALUE SPACES.
  01 best-game-total PIC 9(4) VALUE ZERO.
  01 best-game-date PIC 9(8) VALUE ZERO.
  01 best-game-opponent PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  DISPLAY "ENTER AWARDS SEASON YEAR: " WITH NO ADVANCING
  ACCEPT awards-season

  PERFORM Scan-Season-Stats
  PERFORM Scan-Friendship-Log
  PERFORM Pick-Best-Duo
  PERFORM Pick-Prestige-Leader
  PERFORM Pick-Best-Single-Game

  DISPLAY SPACES
  DISPLAY "=== SEASON " awards-season " AWARDS ==="
    DISPLAY "BEST FRIEND DUO (BIGGEST CLIMB): "
      best-duo-pairing " (" duo-climb-edit ")"
  END-IF
  IF prestige-short-name NOT = SPACES
    DISPLAY "PRESTIGE LEADER (HIGHEST TIER): "
      FUNCTION TRIM(prestige-short-name)
      " (TIER " prestige-tier ")"
  END-IF
  IF best-game-short-name NOT = SPACES
    DISPLAY "BEST SINGLE GAME (HIGHEST ROLLS): "
      FUNCTION TRIM(best-game-short-name) " (" best-game-total
      " ON " best-game-date " VS " FUNCTION TRIM(best-game-opponent)
      ")"
  END-IF
  PERFORM Record-Award-Picks
STOP RUN.

Record-Award-Picks.
  IF mvp-short-name = SPACES AND best-duo-pairing = SPACES
      AND prestige-short-name = SPACES
      AND best-game-short-name = SPACES
    EXIT PARAGRAPH
  END-IF

    WRITE Awards-History-Record
  END-IF

  IF prestige-short-name NOT = SPACES
    MOVE SPACES TO Awards-History-Record
    MOVE awards-season TO aw-season
    MOVE "PRESTIGE" TO aw-award
    MOVE prestige-short-name TO aw-winner
    WRITE Awards-History-Record
  END-IF

  IF best-game-short-name NOT = SPACES
    MOVE SPACES TO Awards-History-Record
    MOVE awards-season TO aw-season
    MOVE "BESTGAME" TO aw-award
    MOVE best-game-short-name TO aw-winner
    WRITE Awards-History-Record
  END-IF

  CLOSE Awards-History
  PERFORM Bump-Winner-Popularity
  DISPLAY "AWARD PICKS RECORDED TO data/awards-history.dat".
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM Check-Character-Checkout
      IF character-checked-out
        EXIT PARAGRAPH
      END-IF
      MOVE character-record TO journal-before-hold
      COMPUTE popularity-adjust = popularity + 10
      IF popularity-adjust > 200
    END-IF
  END-PERFORM.

Pick-Prestige-Leader.
  MOVE ZERO TO prestige-status
  OPEN INPUT Prestige
  IF prestige-missing
    CLOSE Prestige
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pr-short-name
  START Prestige KEY >= pr-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-prestige
        READ Prestige NEXT RECORD
          AT END
            SET end-of-prestige TO TRUE
          NOT AT END
            IF pr-last-date(1:4) = awards-season
              PERFORM Consider-Prestige-Candidate
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Prestige.

Consider-Prestige-Candidate.
  IF pr-tier > prestige-tier
      OR (pr-tier = prestige-tier
        AND pr-first-date < prestige-first-date)
      OR prestige-short-name = SPACES
    MOVE pr-short-name TO prestige-short-name
    MOVE pr-tier TO prestige-tier
    MOVE pr-first-date TO prestige-first-date
  END-IF.

Pick-Best-Single-Game.
  MOVE ZERO TO game-log-status
  OPEN INPUT Game-Log
  IF game-log-missing
    CLOSE Game-Log
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO gl-log-key
  START Game-Log KEY >= gl-log-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-game-log
        READ Game-Log NEXT RECORD
          AT END
            SET end-of-game-log TO TRUE
          NOT AT END
            IF gl-year-number = awards-season
                AND gl-from-simulation AND NOT gl-game-reversed
              PERFORM Consider-Best-Game
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Game-Log.

Consider-Best-Game.
  IF gl-roll-total > best-game-total
      OR (gl-roll-total = best-game-total
        AND gl-numeric-date < best-game-date)
    MOVE gl-short-name TO best-game-short-name
    MOVE gl-roll-total TO best-game-total
    MOVE gl-numeric-date TO best-game-date
    MOVE gl-opponent TO best-game-opponent
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Season-Stats-Status
    REPLACING PROGRAM-TAG BY "AWARDS-REPORT".

  COPY "src/copy/procedure/error-log-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
