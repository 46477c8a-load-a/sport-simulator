ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    FILE STATUS IS structure-status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS results-status.

  SELECT Playoff-Appearances ASSIGN TO "data/playoff-appearances.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS appearance-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

DATA DIVISION.
FILE SECTION.
FD Standings
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-winner  PIC X(20).

FD Playoff-Appearances.
  COPY "src/copy/file-description/playoff-appearance-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 Standings-Status PIC 99.
    88 standings-not-found VALUE 23.
  01 File-Status PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 results-status PIC 99.
  01 appearance-status PIC 99.
    88 playoff-appearances-missing VALUE 35.
  01 error-log-status PIC 99.
  COPY "src/copy/working-storage/run-history-data.cpy".
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Playoff-Phase
  PERFORM Seed-Random-Generator
  PERFORM Load-Holdout-Keys
  IF standings-count < bracket-size
    DISPLAY "ONLY " standings-count " TEAM(S) IN STANDINGS; "
      "CANNOT SEED A BRACKET OF " bracket-size
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    STOP RUN
  END-IF

  DISPLAY SPACES
  DISPLAY "=== PLAYOFF CHAMPION, SEASON " playoff-season ": "
    FUNCTION TRIM(br-team(1)) " ==="
  MOVE standings-count TO run-processed-count
  PERFORM Write-Run-History-Entry
STOP RUN.

Check-Playoff-Phase.
      AND NOT phase-playoff
    DISPLAY "REFUSED: THE LEAGUE IS IN THE " clock-phase
      " PHASE; THE BRACKET RUNS ONLY IN PLAYOFF PHASE."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    STOP RUN
  END-IF.

  END-IF

  PERFORM Write-Playoff-Result
  PERFORM Write-Playoff-Appearances
  PERFORM Award-Playoff-Experience.

Tally-Team-Roster.
    WRITE Playoff-Result-Record
  CLOSE Playoff-Results.

Write-Playoff-Appearances.
  OPEN EXTEND Playoff-Appearances
  IF playoff-appearances-missing
    OPEN OUTPUT Playoff-Appearances
  END-IF
    MOVE SPACES TO Playoff-Appearance-Record
    MOVE playoff-season TO pa-season
    MOVE round-number   TO pa-round
    MOVE match-team-a   TO pa-team
    PERFORM VARYING dn-scan FROM 1 BY 1
        UNTIL dn-scan > dressed-a-count
      MOVE da-short-name(dn-scan) TO pa-short-name
      WRITE Playoff-Appearance-Record
    END-PERFORM
    MOVE match-team-b   TO pa-team
    PERFORM VARYING dn-scan FROM 1 BY 1
        UNTIL dn-scan > dressed-b-count
      MOVE db-short-name(dn-scan) TO pa-short-name
      WRITE Playoff-Appearance-Record
    END-PERFORM
  CLOSE Playoff-Appearances.

Award-Playoff-Experience.
  IF match-winner = match-team-a
    MOVE Dressed-A-Table TO Award-Name-Table
              PERFORM Check-Dressed-Membership
              IF character-is-dressed AND NOT character-archived
                  AND level < 9
                PERFORM Check-Character-Checkout
                IF NOT character-checked-out
                  MOVE character-record TO journal-before-hold
                  ADD PLAYOFF-EXPERIENCE-AWARD TO experience
                  REWRITE character-record
                  PERFORM Check-CharacterSheet-Status
                  PERFORM Journal-Character-Rewrite
                  ADD 1 TO award-count
                  ADD 1 TO run-changed-count
                END-IF
              END-IF
          END-READ
        END-PERFORM
        SET on-tally-team TO TRUE
      END-IF
    END-IF.

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PLAYOFF-BRACKET".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
