    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS awards-history-status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 character-journal-status PIC 99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    EXIT PARAGRAPH
  END-IF

  PERFORM Acquire-Exclusive-Characters-Hold
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "CHARACTER-MERGE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
