IDENTIFICATION DIVISION.
PROGRAM-ID. Prestige-Leaderboard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Prestige ASSIGN TO "data/prestige.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pr-short-name
    FILE STATUS IS prestige-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Report-Print ASSIGN TO "data/prestige-leaderboard.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 prestige-status PIC 99.
    88 end-of-prestige VALUE 10.
    88 prestige-missing VALUE 35.
  01 File-Status PIC 99.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 LEADERBOARD-LIMIT VALUE 20.

  01 Elite-Table.
    02 Elite-Entry OCCURS 500 TIMES INDEXED BY EL-INDEX.
      03 el-tier       PIC 99.
      03 el-first-date PIC 9(8).
      03 el-long-name  PIC X(21).
      03 el-team       PIC X(20).
      03 el-last-date  PIC 9(8).
  01 elite-count PIC 9(4) VALUE ZERO.
  01 el-swap-entry.
    02 el-swap-tier       PIC 99.
    02 el-swap-first-date PIC 9(8).
    02 el-swap-long-name  PIC X(21).
    02 el-swap-team       PIC X(20).
    02 el-swap-last-date  PIC 9(8).
  01 el-sort-swapped PIC 9 VALUE ZERO.
    88 el-entries-swapped VALUE 1.
  01 el-rank PIC 9(3).

PROCEDURE DIVISION.
Main-logic.
  MOVE "PRESTIGE LEADERBOARD" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  MOVE ZERO TO prestige-status
  OPEN INPUT Prestige
  IF prestige-missing
    DISPLAY "NO PRESTIGE TIERS ON FILE; RUN LEVEL-UP-BATCH FIRST."
    CLOSE Report-Print
    STOP RUN
  END-IF
  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO pr-short-name
    START Prestige KEY >= pr-short-name
      INVALID KEY DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-prestige
          READ Prestige NEXT RECORD
            AT END
              SET end-of-prestige TO TRUE
            NOT AT END
              PERFORM Load-One-Elite
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Prestige

  PERFORM Sort-Elite-Table
  PERFORM Print-Leaderboard
  CLOSE Report-Print
  DISPLAY "WROTE LEADERBOARD TO data/prestige-leaderboard.prt"
STOP RUN.

Print-Column-Headings.
  MOVE
    "RANK TIER CHARACTER             TEAM                 FIRST    LATEST"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-One-Elite.
  IF pr-tier = ZERO OR elite-count >= 500
    EXIT PARAGRAPH
  END-IF
  MOVE pr-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF character-archived
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO elite-count
  SET EL-INDEX TO elite-count
  MOVE pr-tier TO el-tier(EL-INDEX)
  MOVE pr-first-date TO el-first-date(EL-INDEX)
  MOVE pr-last-date TO el-last-date(EL-INDEX)
  MOVE long-name TO el-long-name(EL-INDEX)
  MOVE team TO el-team(EL-INDEX).

Sort-Elite-Table.
  SET el-entries-swapped TO TRUE
  PERFORM Sort-Elite-Pass UNTIL NOT el-entries-swapped.

Sort-Elite-Pass.
  MOVE ZERO TO el-sort-swapped
  PERFORM VARYING EL-INDEX FROM 1 BY 1
      UNTIL EL-INDEX > elite-count - 1
    IF el-tier(EL-INDEX) < el-tier(EL-INDEX + 1)
        OR (el-tier(EL-INDEX) = el-tier(EL-INDEX + 1)
          AND el-first-date(EL-INDEX) > el-first-date(EL-INDEX + 1))
      MOVE Elite-Entry(EL-INDEX) TO el-swap-entry
      MOVE Elite-Entry(EL-INDEX + 1)
        TO Elite-Entry(EL-INDEX)
      MOVE el-swap-entry TO Elite-Entry(EL-INDEX + 1)
      SET el-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Print-Leaderboard.
  DISPLAY SPACES
  DISPLAY "=== PRESTIGE LEADERBOARD ==="
  PERFORM Print-Column-Headings
  MOVE ZERO TO el-rank
  PERFORM VARYING EL-INDEX FROM 1 BY 1
      UNTIL EL-INDEX > elite-count
      OR EL-INDEX > LEADERBOARD-LIMIT
    ADD 1 TO el-rank
    MOVE SPACES TO print-line
    STRING el-rank "  " el-tier(EL-INDEX) "   "
      el-long-name(EL-INDEX) " " el-team(EL-INDEX) " "
      el-first-date(EL-INDEX) " " el-last-date(EL-INDEX)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    DISPLAY el-rank " TIER " el-tier(EL-INDEX) " "
      el-long-name(EL-INDEX)
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "PRESTIGED CHARACTERS RANKED: " elite-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "PRESTIGE-REPORT"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
