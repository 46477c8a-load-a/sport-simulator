    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.
FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 File-Status PIC 99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  DISPLAY "[B]ACKUP ALL MASTERS OR [R]ESTORE A GENERATION: "
    WITH NO ADVANCING
  ACCEPT run-mode
GOBACK.

ENTRY "Backup-Utility-Nightly".
  PERFORM Load-League-Context
  PERFORM Backup-All-Masters
GOBACK.


Rotate-Generations.
  MOVE SPACES TO backup-in-name backup-out-name
  STRING FUNCTION TRIM(league-data-prefix) "backup-"
    FUNCTION TRIM(master-name) "-g1.dat"
    DELIMITED BY SIZE INTO backup-in-name
  STRING FUNCTION TRIM(league-data-prefix) "backup-"
    FUNCTION TRIM(master-name) "-g2.dat"
    DELIMITED BY SIZE INTO backup-out-name

  MOVE ZERO TO copy-count

Unload-Master.
  MOVE SPACES TO backup-out-name
  STRING FUNCTION TRIM(league-data-prefix) "backup-"
    FUNCTION TRIM(master-name) "-g1.dat"
    DELIMITED BY SIZE INTO backup-out-name
  MOVE ZERO TO unload-count


Verify-Generation-Count.
  MOVE SPACES TO backup-in-name
  STRING FUNCTION TRIM(league-data-prefix) "backup-"
    FUNCTION TRIM(master-name) "-g1.dat"
    DELIMITED BY SIZE INTO backup-in-name
  MOVE ZERO TO verify-count

  END-IF

  MOVE SPACES TO backup-in-name
  STRING FUNCTION TRIM(league-data-prefix) "backup-"
    FUNCTION TRIM(master-name) "-g"
    restore-generation ".dat"
    DELIMITED BY SIZE INTO backup-in-name

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "BACKUP-UTILITY".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
