IDENTIFICATION DIVISION.
PROGRAM-ID. Veteran-Decline-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Veteran-Declines ASSIGN TO "data/veteran-declines.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS veteran-decline-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/veteran-decline-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Veteran-Declines.
  COPY "src/copy/file-description/veteran-decline-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 veteran-decline-status PIC 99.
    88 end-of-veteran-declines VALUE 10.
    88 veteran-declines-missing VALUE 35.
  01 File-Status PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 error-log-status PIC 99.

  01 decline-season PIC 9(4).

  01 Decline-Table.
    02 Decline-Entry OCCURS 1000 TIMES INDEXED BY DT-INDEX.
      03 dt-sort-key.
        04 dt-team       PIC X(20).
        04 dt-short-name PIC X(10).
      03 dt-age          PIC 99.
      03 dt-trigger      PIC X(8).
      03 dt-power-before PIC 99.
      03 dt-power-after  PIC 99.
      03 dt-power-bonus-before PIC 9.
      03 dt-power-bonus-after  PIC 9.
      03 dt-focus-before PIC 99.
      03 dt-focus-after  PIC 99.
      03 dt-focus-bonus-before PIC 9.
      03 dt-focus-bonus-after  PIC 9.
      03 dt-speed-before PIC 99.
      03 dt-speed-after  PIC 99.
      03 dt-speed-bonus-before PIC 9.
      03 dt-speed-bonus-after  PIC 9.
  01 decline-count PIC 9(4) VALUE ZERO.
  01 dt-swap-entry PIC X(58).
  01 dt-sort-swapped PIC 9 VALUE ZERO.
    88 dt-entries-swapped VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 decline-table-overflowed VALUE 1.

  01 current-team PIC X(20).
  01 team-count PIC 9(3) VALUE ZERO.
  01 team-decline-count PIC 9(4) VALUE ZERO.
  01 decline-long-name PIC X(21).
  01 stat-steps-lost PIC 9(5) VALUE ZERO.
  01 bonus-points-lost PIC 9(5) VALUE ZERO.

  01 stat-change-edit.
    02 sc-before PIC Z9.
    02 sc-arrow  PIC X VALUE ">".
    02 sc-after  PIC Z9.
  01 bonus-change-edit.
    02 bc-before PIC 9.
    02 bc-arrow  PIC X VALUE ">".
    02 bc-after  PIC 9.
  01 edit-stat-before PIC 99.
  01 edit-stat-after PIC 99.
  01 edit-bonus-before PIC 9.
  01 edit-bonus-after PIC 9.
  01 edit-column PIC 99.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Choose-Decline-Season
  INITIALIZE Decline-Table
  PERFORM Load-Season-Declines
  PERFORM Sort-Decline-Table

  MOVE SPACES TO ph-title
  STRING "VETERAN DECLINE SEASON " decline-season
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  OPEN INPUT CharacterSheet
  PERFORM Print-Decline-Lines
  CLOSE CharacterSheet
  PERFORM Print-Report-Totals
  CLOSE Report-Print

  MOVE decline-count TO run-processed-count
  IF decline-table-overflowed
    MOVE 1 TO run-rejected-count
  END-IF
  DISPLAY "WROTE " decline-count " VETERAN DECLINE(S) ACROSS "
    team-count " TEAM(S), SEASON " decline-season
    " TO data/veteran-decline-report.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE SPACES TO print-line
  MOVE "CHARACTER  NAME" TO print-line(1:15)
  MOVE "AGE" TO print-line(33:3)
  MOVE "POWER  +B FOCUS  +B SPEED  +B WHEN" TO print-line(37:34)
  WRITE print-line
  ADD 1 TO print-line-count.

Choose-Decline-Season.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "VETERAN-REPORT"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO decline-season
    EXIT PARAGRAPH
  END-IF

  OPEN INPUT Season-Clock
    IF NOT season-clock-missing
      READ Season-Clock
        AT END
          CONTINUE
        NOT AT END
          SET season-clock-found TO TRUE
      END-READ
    END-IF
  CLOSE Season-Clock
  IF season-clock-found
    MOVE clock-year TO decline-season
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:4) TO decline-season
  END-IF.

Load-Season-Declines.
  OPEN INPUT Veteran-Declines
  IF veteran-declines-missing
    DISPLAY "NO VETERAN DECLINES ON FILE."
    CLOSE Veteran-Declines
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-veteran-declines
    READ Veteran-Declines
      AT END
        SET end-of-veteran-declines TO TRUE
      NOT AT END
        IF vd-year = decline-season
          PERFORM Store-One-Decline
        END-IF
    END-READ
  END-PERFORM
  CLOSE Veteran-Declines.

Store-One-Decline.
  IF decline-count >= 1000
    SET decline-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO decline-count
  SET DT-INDEX TO decline-count
  MOVE vd-team TO dt-team(DT-INDEX)
  MOVE vd-short-name TO dt-short-name(DT-INDEX)
  MOVE vd-age TO dt-age(DT-INDEX)
  MOVE vd-trigger TO dt-trigger(DT-INDEX)
  MOVE vd-power-before TO dt-power-before(DT-INDEX)
  MOVE vd-power-after TO dt-power-after(DT-INDEX)
  MOVE vd-power-bonus-before TO dt-power-bonus-before(DT-INDEX)
  MOVE vd-power-bonus-after TO dt-power-bonus-after(DT-INDEX)
  MOVE vd-focus-before TO dt-focus-before(DT-INDEX)
  MOVE vd-focus-after TO dt-focus-after(DT-INDEX)
  MOVE vd-focus-bonus-before TO dt-focus-bonus-before(DT-INDEX)
  MOVE vd-focus-bonus-after TO dt-focus-bonus-after(DT-INDEX)
  MOVE vd-speed-before TO dt-speed-before(DT-INDEX)
  MOVE vd-speed-after TO dt-speed-after(DT-INDEX)
  MOVE vd-speed-bonus-before TO dt-speed-bonus-before(DT-INDEX)
  MOVE vd-speed-bonus-after TO dt-speed-bonus-after(DT-INDEX).

Sort-Decline-Table.
  SET dt-entries-swapped TO TRUE
  PERFORM Sort-Decline-Pass UNTIL NOT dt-entries-swapped.

Sort-Decline-Pass.
  MOVE ZERO TO dt-sort-swapped
  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > decline-count - 1
    IF dt-sort-key(DT-INDEX) > dt-sort-key(DT-INDEX + 1)
      MOVE Decline-Entry(DT-INDEX) TO dt-swap-entry
      MOVE Decline-Entry(DT-INDEX + 1) TO Decline-Entry(DT-INDEX)
      MOVE dt-swap-entry TO Decline-Entry(DT-INDEX + 1)
      SET dt-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Print-Decline-Lines.
  MOVE SPACES TO current-team
  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > decline-count
    IF dt-team(DT-INDEX) NOT = current-team
      PERFORM Print-Team-Break
    END-IF
    PERFORM Print-One-Decline
    ADD 1 TO team-decline-count
  END-PERFORM
  IF decline-count > ZERO
    PERFORM Print-Team-Footing
  END-IF.

Print-Team-Break.
  IF current-team NOT = SPACES
    PERFORM Print-Team-Footing
  END-IF
  MOVE dt-team(DT-INDEX) TO current-team
  MOVE ZERO TO team-decline-count
  ADD 1 TO team-count
  MOVE SPACES TO print-line
  STRING "TEAM: " current-team DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Team-Footing.
  MOVE SPACES TO print-line
  STRING "  " team-decline-count " VETERAN(S) DECLINED"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line.

Print-One-Decline.
  MOVE dt-short-name(DT-INDEX) TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      MOVE "(NO LONGER ON FILE)" TO decline-long-name
    NOT INVALID KEY
      MOVE long-name TO decline-long-name
  END-READ
  MOVE SPACES TO print-line
  MOVE dt-short-name(DT-INDEX) TO print-line(1:10)
  MOVE decline-long-name TO print-line(12:21)
  MOVE dt-age(DT-INDEX) TO print-line(34:2)

  MOVE 37 TO edit-column
  MOVE dt-power-before(DT-INDEX) TO edit-stat-before
  MOVE dt-power-after(DT-INDEX) TO edit-stat-after
  PERFORM Edit-Stat-Change
  MOVE dt-power-bonus-before(DT-INDEX) TO edit-bonus-before
  MOVE dt-power-bonus-after(DT-INDEX) TO edit-bonus-after
  PERFORM Edit-Bonus-Change

  MOVE 47 TO edit-column
  MOVE dt-focus-before(DT-INDEX) TO edit-stat-before
  MOVE dt-focus-after(DT-INDEX) TO edit-stat-after
  PERFORM Edit-Stat-Change
  MOVE dt-focus-bonus-before(DT-INDEX) TO edit-bonus-before
  MOVE dt-focus-bonus-after(DT-INDEX) TO edit-bonus-after
  PERFORM Edit-Bonus-Change

  MOVE 57 TO edit-column
  MOVE dt-speed-before(DT-INDEX) TO edit-stat-before
  MOVE dt-speed-after(DT-INDEX) TO edit-stat-after
  PERFORM Edit-Stat-Change
  MOVE dt-speed-bonus-before(DT-INDEX) TO edit-bonus-before
  MOVE dt-speed-bonus-after(DT-INDEX) TO edit-bonus-after
  PERFORM Edit-Bonus-Change

  MOVE dt-trigger(DT-INDEX) TO print-line(67:8)
  PERFORM Write-Print-Line.

Edit-Stat-Change.
  IF edit-stat-before = edit-stat-after
    MOVE "  -" TO print-line(edit-column:5)
  ELSE
    MOVE edit-stat-before TO sc-before
    MOVE edit-stat-after TO sc-after
    MOVE stat-change-edit TO print-line(edit-column:5)
    ADD 1 TO stat-steps-lost
  END-IF.

Edit-Bonus-Change.
  IF edit-bonus-before = edit-bonus-after
    MOVE " -" TO print-line(edit-column + 6:3)
  ELSE
    MOVE edit-bonus-before TO bc-before
    MOVE edit-bonus-after TO bc-after
    MOVE bonus-change-edit TO print-line(edit-column + 6:3)
    COMPUTE bonus-points-lost =
      bonus-points-lost + edit-bonus-before - edit-bonus-after
  END-IF.

Print-Report-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  IF decline-table-overflowed
    MOVE "*** MORE THAN 1000 DECLINES; LATER ROWS NOT SHOWN"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING decline-count " VETERAN(S) DECLINED ACROSS " team-count
    " TEAM(S): " stat-steps-lost " DIE STEP(S) AND "
    bonus-points-lost " BONUS POINT(S) LOST"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "VETERAN-REPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
