ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Calendar
FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 File-Status      PIC 99.
    88 end-of-file     VALUE 10.
  01 Calendar-Status  PIC 99.
  01 friend-file      PIC 99.
    88 end-of-friend-list VALUE 10.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 Character-Key-Table.
    02 Character-Key-Entry OCCURS 500 TIMES INDEXED BY CK-INDEX.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Load-Character-Keys
  PERFORM Check-Calendar-Consistency
  PERFORM Check-Friend-List-Pairings
              FILE-TAG BY "FRIEND-LIST".

  COPY "src/copy/procedure/error-log-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
