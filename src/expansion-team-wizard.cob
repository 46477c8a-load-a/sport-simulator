ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    FILE STATUS IS structure-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

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
FD League-Structure
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Standings-Journal.
  COPY "src/copy/file-description/standings-journal-record.cpy".

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
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 standings-journal-status PIC 99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  DISPLAY "=== EXPANSION TEAM ONBOARDING ==="
  DISPLAY "NEW TEAM NAME: " WITH NO ADVANCING

Write-Opening-Ledger-Posting.
  MOVE SPACES TO Team-Ledger-Record
  PERFORM Load-Season-Clock
  IF season-clock-found
    MOVE clock-date TO tl-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO tl-date
  END-IF
  MOVE new-team-name TO tl-team
  MOVE "OPENING" TO tl-category
  MOVE EXPANSION-OPENING-BALANCE TO tl-amount

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  CLOSE Standings.

Run-Expansion-Draft.
  PERFORM Acquire-Exclusive-Characters-Hold
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "EXPANSION-WIZARD".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
