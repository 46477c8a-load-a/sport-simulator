    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

  SELECT Milestone-History ASSIGN TO "data/milestone-history.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mh-history-key
    FILE STATUS IS milestone-history-status.

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

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.
FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

FD Milestone-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Milestone-History-Record.

  COPY "src/copy/file-description/milestone-history-record.cpy".

FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 friend-file PIC 99.
  01 transfer-log-status PIC 99.
    88 end-of-transfer-log VALUE 10.
    88 transfer-log-missing VALUE 35.
  01 milestone-history-status PIC 99.
    88 end-of-milestone-history VALUE 10.
    88 milestone-history-missing VALUE 35.
  01 prestige-status PIC 99.
    88 prestige-missing VALUE 35.
  01 game-log-status PIC 99.
    88 end-of-game-log VALUE 10.
    88 game-log-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 RECENT-LINE-LIMIT VALUE 10.

  01 recent-shown PIC 99.

  01 movement-edit PIC +Z(3)9.
  01 multiplier-edit PIC 9.99.
  01 career-games PIC 9(5) VALUE ZERO.
  01 career-wins PIC 9(5) VALUE ZERO.
  01 career-losses PIC 9(5) VALUE ZERO.
  01 career-ties PIC 9(5) VALUE ZERO.
  01 entry-movement PIC S9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  DISPLAY "DOSSIER FOR WHICH CHARACTER: " WITH NO ADVANCING
  ACCEPT dossier-key
  MOVE FUNCTION UPPER-CASE(dossier-key) TO dossier-key
  IF NOT dossier-subject-found
    STOP RUN
  END-IF
  PERFORM Print-Prestige-Tier

  PERFORM Print-Current-Friendships
  PERFORM Print-Recent-Friendship-Activity
  PERFORM Print-Recent-Audit-Activity
  PERFORM Print-Transfer-Trail
  PERFORM Print-Career-Milestones
  PERFORM Print-Recent-Games
STOP RUN.

Print-Character-Sheet.
    END-IF
  CLOSE CharacterSheet.

Print-Prestige-Tier.
  MOVE ZERO TO prestige-status
  OPEN INPUT Prestige
    IF NOT prestige-missing
      MOVE dossier-key TO pr-short-name
      READ Prestige
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          DISPLAY "PRESTIGE TIER: " pr-tier "   FIRST " pr-first-date
            "   LATEST " pr-last-date " (+1 "
            FUNCTION TRIM(pr-last-bonus) ")"
      END-READ
    END-IF
  CLOSE Prestige.

Print-Current-Friendships.
  DISPLAY SPACES
  DISPLAY "--- CURRENT FRIENDSHIPS ---"
    DISPLAY "NO TEAM MOVES ON FILE."
  END-IF.

Print-Career-Milestones.
  DISPLAY SPACES
  DISPLAY "--- CAREER MILESTONES ---"
  MOVE ZERO TO recent-line-count

  OPEN INPUT Milestone-History
    IF NOT milestone-history-missing
      MOVE dossier-key TO mh-short-name
      MOVE LOW-VALUE TO mh-code
      START Milestone-History KEY >= mh-history-key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          PERFORM UNTIL end-of-milestone-history
            READ Milestone-History NEXT RECORD
              AT END
                SET end-of-milestone-history TO TRUE
              NOT AT END
                IF mh-short-name NOT = dossier-key
                  SET end-of-milestone-history TO TRUE
                ELSE
                  ADD 1 TO recent-line-count
                  DISPLAY mh-reached-date " "
                    FUNCTION TRIM(mh-title) " ("
                    FUNCTION TRIM(mh-team) ")"
                  IF mh-ceremony-date NOT = ZERO
                    DISPLAY "         CEREMONY " mh-ceremony-date
                  END-IF
                END-IF
            END-READ
          END-PERFORM
      END-START
    END-IF
  CLOSE Milestone-History

  IF recent-line-count = ZERO
    DISPLAY "NO MILESTONES ON FILE."
  END-IF.

Print-Recent-Games.
  DISPLAY SPACES
  DISPLAY "--- RECENT GAMES (LAST " RECENT-LINE-LIMIT ") ---"
  MOVE ZERO TO recent-line-count

  MOVE ZERO TO game-log-status
  OPEN INPUT Game-Log
    IF NOT game-log-missing
      MOVE dossier-key TO gl-short-name
      MOVE LOW-VALUE TO gl-game-key
      START Game-Log KEY >= gl-log-key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          PERFORM UNTIL end-of-game-log
            READ Game-Log NEXT RECORD
              AT END
                SET end-of-game-log TO TRUE
              NOT AT END
                IF gl-short-name NOT = dossier-key
                  SET end-of-game-log TO TRUE
                ELSE
                  IF NOT gl-game-reversed
                    PERFORM Remember-Game-Line
                  END-IF
                END-IF
            END-READ
          END-PERFORM
      END-START
    END-IF
  CLOSE Game-Log

  PERFORM Show-Recent-Lines
  IF recent-line-count > ZERO
    DISPLAY "CAREER: " career-games " GAMES  " career-wins "-"
      career-losses "-" career-ties
  END-IF.

Remember-Game-Line.
  ADD 1 TO career-games
  EVALUATE TRUE
    WHEN gl-game-won
      ADD 1 TO career-wins
    WHEN gl-game-lost
      ADD 1 TO career-losses
    WHEN OTHER
      ADD 1 TO career-ties
  END-EVALUATE
  ADD 1 TO recent-line-count
  COMPUTE recent-slot =
    FUNCTION MOD(recent-line-count - 1, RECENT-LINE-LIMIT) + 1
  MOVE gl-multiplier TO multiplier-edit
  MOVE SPACES TO rl-text(recent-slot)
  STRING gl-numeric-date " " gl-game-slot " " gl-outcome " VS "
    gl-opponent " (" gl-home-away ") " gl-power-roll "/"
    gl-focus-roll "/" gl-speed-roll " X" multiplier-edit
    DELIMITED BY SIZE INTO rl-text(recent-slot).

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status

USER-INTERFACE SECTION.
COPY "src/copy/procedure/character-preview.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
