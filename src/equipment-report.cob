IDENTIFICATION DIVISION.
PROGRAM-ID. Equipment-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Equipment-Assignments
    ASSIGN TO "data/equipment-assignments.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ea-assignment-key
    FILE STATUS IS assignment-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Report-Print ASSIGN TO "data/equipment-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Equipment-Assignments
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Equipment-Assignment-Record.

  COPY "src/copy/file-description/equipment-assignment-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 assignment-status PIC 99.
    88 end-of-assignments VALUE 10.
    88 assignments-missing VALUE 35.
  01 File-Status PIC 99.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 REPLACE-WITHIN-GAMES VALUE 5.

  01 Gear-Table.
    02 Gear-Entry OCCURS 1000 TIMES INDEXED BY GR-INDEX.
      03 gr-team        PIC X(20).
      03 gr-short-name  PIC X(10).
      03 gr-item-id     PIC X(10).
      03 gr-stat        PIC X(5).
      03 gr-bonus       PIC 9.
      03 gr-games-left  PIC 9(3).
      03 gr-games-new   PIC 9(3).
      03 gr-cost        PIC 9(7).
  01 gear-count PIC 9(4) VALUE ZERO.
  01 gr-swap-entry PIC X(59).
  01 gr-sort-swapped PIC 9 VALUE ZERO.
    88 gr-entries-swapped VALUE 1.

  01 current-team PIC X(20) VALUE SPACES.
  01 team-item-count PIC 9(4) VALUE ZERO.
  01 team-replace-count PIC 9(4) VALUE ZERO.
  01 team-replace-cost PIC 9(9) VALUE ZERO.
  01 league-replace-count PIC 9(5) VALUE ZERO.
  01 replace-flag PIC 9 VALUE ZERO.
    88 gear-needs-replacing VALUE 1.
  01 replace-text PIC X(7).
  01 cost-edit PIC Z(8)9.

PROCEDURE DIVISION.
Main-logic.
  MOVE "EQUIPMENT BY TEAM" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  MOVE ZERO TO assignment-status
  OPEN INPUT Equipment-Assignments
  IF assignments-missing
    DISPLAY "NO GEAR IS ASSIGNED; RUN THE EQUIPMENT DESK FIRST."
    CLOSE Report-Print
    STOP RUN
  END-IF
  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO ea-assignment-key
    START Equipment-Assignments KEY >= ea-assignment-key
      INVALID KEY DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-assignments
          READ Equipment-Assignments NEXT RECORD
            AT END
              SET end-of-assignments TO TRUE
            NOT AT END
              PERFORM Load-One-Gear-Entry
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Equipment-Assignments

  PERFORM Sort-Gear-Table
  PERFORM Print-Gear-By-Team
  CLOSE Report-Print
  DISPLAY "WROTE EQUIPMENT REPORT TO data/equipment-report.prt"
STOP RUN.

Print-Column-Headings.
  MOVE "CHARACTER  ITEM       STAT  BONUS  GAMES LEFT       STATUS"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-One-Gear-Entry.
  IF gear-count >= 1000
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO gear-count
  SET GR-INDEX TO gear-count
  MOVE ea-team TO gr-team(GR-INDEX)
  MOVE ea-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE team TO gr-team(GR-INDEX)
  END-READ
  MOVE ea-short-name TO gr-short-name(GR-INDEX)
  MOVE ea-item-id TO gr-item-id(GR-INDEX)
  MOVE ea-stat TO gr-stat(GR-INDEX)
  MOVE ea-bonus TO gr-bonus(GR-INDEX)
  MOVE ea-durability-left TO gr-games-left(GR-INDEX)
  MOVE ea-durability-new TO gr-games-new(GR-INDEX)
  MOVE ea-cost TO gr-cost(GR-INDEX).

Sort-Gear-Table.
  SET gr-entries-swapped TO TRUE
  PERFORM Sort-Gear-Pass UNTIL NOT gr-entries-swapped.

Sort-Gear-Pass.
  MOVE ZERO TO gr-sort-swapped
  PERFORM VARYING GR-INDEX FROM 1 BY 1
      UNTIL GR-INDEX > gear-count - 1
    IF gr-team(GR-INDEX) > gr-team(GR-INDEX + 1)
      MOVE Gear-Entry(GR-INDEX) TO gr-swap-entry
      MOVE Gear-Entry(GR-INDEX + 1)
        TO Gear-Entry(GR-INDEX)
      MOVE gr-swap-entry TO Gear-Entry(GR-INDEX + 1)
      SET gr-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Print-Gear-By-Team.
  DISPLAY SPACES
  DISPLAY "=== EQUIPMENT BY TEAM ==="
  MOVE SPACES TO current-team
  PERFORM VARYING GR-INDEX FROM 1 BY 1
      UNTIL GR-INDEX > gear-count
    IF GR-INDEX = 1 OR gr-team(GR-INDEX) NOT = current-team
      IF GR-INDEX > 1
        PERFORM Print-Team-Footing
      END-IF
      MOVE gr-team(GR-INDEX) TO current-team
      PERFORM Print-Team-Heading
    END-IF
    PERFORM Print-One-Gear-Line
  END-PERFORM
  IF gear-count > ZERO
    PERFORM Print-Team-Footing
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "PIECES OF GEAR IN USE: " gear-count
    "   DUE FOR REPLACEMENT: " league-replace-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY "GEAR IN USE: " gear-count ", DUE FOR REPLACEMENT: "
    league-replace-count.

Print-Team-Heading.
  MOVE ZERO TO team-item-count team-replace-count team-replace-cost
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "TEAM: " current-team
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-One-Gear-Line.
  ADD 1 TO team-item-count
  MOVE ZERO TO replace-flag
  IF gr-games-left(GR-INDEX) <= REPLACE-WITHIN-GAMES
      OR gr-games-left(GR-INDEX) * 5 <= gr-games-new(GR-INDEX)
    SET gear-needs-replacing TO TRUE
  END-IF
  IF gear-needs-replacing
    MOVE "REPLACE" TO replace-text
    ADD 1 TO team-replace-count
    ADD 1 TO league-replace-count
    ADD gr-cost(GR-INDEX) TO team-replace-cost
  ELSE
    MOVE "OK" TO replace-text
  END-IF
  MOVE SPACES TO print-line
  STRING gr-short-name(GR-INDEX) " " gr-item-id(GR-INDEX) " "
    gr-stat(GR-INDEX) "  +" gr-bonus(GR-INDEX) "     "
    gr-games-left(GR-INDEX) " OF " gr-games-new(GR-INDEX) "       "
    replace-text
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Team-Footing.
  MOVE team-replace-cost TO cost-edit
  MOVE SPACES TO print-line
  STRING "  ITEMS CARRIED: " team-item-count
    "   TO REPLACE: " team-replace-count
    "   REPLACEMENT COST: " FUNCTION TRIM(cost-edit)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY FUNCTION TRIM(current-team) ": " team-item-count
    " ITEM(S), " team-replace-count " TO REPLACE".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "EQUIPMENT-REPORT"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
