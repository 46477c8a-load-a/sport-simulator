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
    RECORD KEY IS rb-pairing
    FILE STATUS IS rebuilt-status.

  SELECT Pending-Approvals ASSIGN TO "data/pending-approvals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pa-request-id
    FILE STATUS IS pending-approval-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.
    02 rb-pairing PIC X(20).
    02 FILLER     PIC X(23).

FD Pending-Approvals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pending-Approval-Record.

  COPY "src/copy/file-description/pending-approval-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD League-Signon.
  01 league-signon-line PIC X(4).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/approval-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  01 error-log-status PIC 99.
  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  01 File-Status PIC 99.
  01 Calendar-Status PIC 99.
  01 Standings-Status PIC 99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE "FILE-REBUILD" TO approval-job-tag
  PERFORM Claim-Admin-Approval
  IF NOT approval-was-claimed
    GOBACK
  END-IF
  PERFORM Capture-Run-Start
  DISPLAY "REBUILD WHICH MASTER"
  DISPLAY "  [1] CHARACTERS  [2] CALENDAR"
  DISPLAY "  [3] STANDINGS   [4] FRIEND-LIST"
    WHEN 4 PERFORM Rebuild-Friends
    WHEN OTHER
      DISPLAY "INVALID CHOICE"
      MOVE "ABORTED" TO run-completion-status
      PERFORM Write-Run-History-Entry
      GOBACK
  END-EVALUATE

    dropped-count " DROPPED"
  DISPLAY "THE REBUILT FILE IS BESIDE THE DAMAGED ORIGINAL;"
  DISPLAY "SWAP IT IN ONCE THE COUNTS LOOK RIGHT."
  COMPUTE run-processed-count = salvaged-count + dropped-count
  MOVE salvaged-count TO run-changed-count
  MOVE dropped-count TO run-rejected-count
  PERFORM Write-Run-History-Entry
GOBACK.

Rebuild-Characters.
    ADD 1 TO dropped-count
    DISPLAY "INVALID RECORD DROPPED: " pairing
  END-IF.

APPROVAL-MANAGEMENT SECTION.
  COPY "src/copy/procedure/approval-guard.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "FILE-REBUILD"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "FILE-REBUILD".
