ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

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
FD Season-Clock.
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

  01 clock-status PIC 99.
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
  PERFORM Seed-Random-Generator
  PERFORM Load-Season-Clock
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold

  COMPUTE star-adjust = spirit + ALL-STAR-SPIRIT-BOOST
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "ALL-STAR-DAY".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
