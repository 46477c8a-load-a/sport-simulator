    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS away-rejects-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Game-Log ASSIGN TO DYNAMIC game-log-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gl-log-key
    ALTERNATE RECORD KEY IS gl-game-key WITH DUPLICATES
    FILE STATUS IS game-log-status.

  SELECT Standings-Journal ASSIGN TO "data/standings-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS standings-journal-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Away-Results.
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Game-Log
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-Log-Record.

  COPY "src/copy/file-description/game-log-record.cpy".

FD Standings-Journal.
  COPY "src/copy/file-description/standings-journal-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 away-results-status PIC 99.
  01 Standings-Status PIC 99.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 game-log-status PIC 99.
    88 game-log-missing VALUE 35.
  01 game-log-entry-count PIC 9(4).
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 row-valid-flag PIC 9 VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Team-Keys


  PERFORM Determine-Away-Outcome
  PERFORM Post-Away-Standings
  PERFORM Log-Away-Appearances
  IF teammates-won
    PERFORM Award-Away-Experience
  END-IF
    PERFORM Write-Standings-Journal-Entry
  CLOSE Standings.

Log-Away-Appearances.
  MOVE ZERO TO game-log-entry-count
  MOVE ZERO TO game-log-status
  OPEN I-O Game-Log
  IF game-log-missing
    OPEN OUTPUT Game-Log
  END-IF
  PERFORM Check-Game-Log-Status
  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              IF teammate AND NOT character-archived
                  AND NOT injured-body AND NOT exhausted-mind
                PERFORM Write-Away-Game-Log-Entry
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Game-Log
  DISPLAY "GAME LOG ENTRIES WRITTEN: " game-log-entry-count.

Write-Away-Game-Log-Entry.
  MOVE SPACES TO Game-Log-Record
  MOVE short-name TO gl-short-name
  MOVE ar-date TO gl-numeric-date
  MOVE 1 TO gl-game-slot
  SET gl-on-teammate-side TO TRUE
  MOVE ar-opponent TO gl-opponent
  MOVE "A" TO gl-home-away
  MOVE ar-stakes TO gl-stakes-level
  MOVE ZERO TO gl-power-roll gl-focus-roll gl-speed-roll
    gl-roll-total
  MOVE effectiveness-multiplier TO gl-multiplier
  EVALUATE TRUE
    WHEN teammates-won
      SET gl-game-won TO TRUE
    WHEN opponents-won
      SET gl-game-lost TO TRUE
    WHEN OTHER
      SET gl-game-tied TO TRUE
  END-EVALUATE
  SET gl-from-away-import TO TRUE
  WRITE Game-Log-Record
    INVALID KEY
      PERFORM Check-Game-Log-Status
    NOT INVALID KEY
      ADD 1 TO game-log-entry-count
  END-WRITE.

Award-Away-Experience.
  EVALUATE ar-stakes
    WHEN 1 MOVE 2 TO experience-award
              IF teammate AND NOT character-archived
                  AND level < 9
                  AND NOT injured-body AND NOT exhausted-mind
                PERFORM Check-Character-Checkout
                IF NOT character-checked-out
                  MOVE character-record TO journal-before-hold
                  ADD experience-award TO experience
                  REWRITE character-record
                  PERFORM Check-CharacterSheet-Status
                  PERFORM Journal-Character-Rewrite
                END-IF
              END-IF
          END-READ
        END-PERFORM
              PROGRAM-TAG BY "AWAY-RESULTS-IMPORT"
              FILE-TAG BY "STANDINGS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Game-Log-Status
              STATUS-FIELD BY game-log-status
              PROGRAM-TAG BY "AWAY-RESULTS-IMPORT"
              FILE-TAG BY "GAME-LOG".

  COPY "src/copy/procedure/standings-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "AWAY-RESULTS-IMPORT".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "AWAY-RESULTS-IMPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
