IDENTIFICATION DIVISION.
PROGRAM-ID. Player-Value-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Player-Value ASSIGN TO "data/player-value.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pv-value-key
    FILE STATUS IS player-value-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/player-value.prt"
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
FD Player-Value
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Value-Record.

  COPY "src/copy/file-description/player-value-record.cpy".

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

  01 player-value-status PIC 99.
    88 end-of-player-value VALUE 10.
    88 player-value-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  78 LEAGUE-LEADER-COUNT VALUE 20.

  01 report-season PIC 9(4) VALUE ZERO.
  01 report-date PIC 9(8).

  01 Value-Line-Table.
    02 Value-Line-Entry OCCURS 1000 TIMES INDEXED BY VL-INDEX.
      03 vl-short-name     PIC X(10).
      03 vl-team           PIC X(20).
      03 vl-games          PIC 9(4).
      03 vl-roll-total     PIC 9(7).
      03 vl-vs-average     PIC S9(6)V9.
      03 vl-vs-replacement PIC S9(6)V9.
      03 vl-rating         PIC S9(5).
      03 vl-ranked-flag    PIC 9.
        88 vl-already-ranked VALUE 1.
  01 value-line-count PIC 9(4) VALUE ZERO.
  01 line-table-full-flag PIC 9 VALUE ZERO.
    88 line-table-full VALUE 1.

  01 Value-Team-Table.
    02 Value-Team-Entry OCCURS 100 TIMES INDEXED BY VT-INDEX.
      03 vt-team-name PIC X(20).
  01 value-team-count PIC 9(3) VALUE ZERO.
  01 vt-found PIC 9 VALUE ZERO.
    88 vt-team-was-found VALUE 1.

  01 team-players PIC 9(4).
  01 team-rating PIC S9(7).
  01 leader-rank PIC 99.
  01 best-index PIC 9(4).
  01 best-rating PIC S9(5).

  01 games-edit PIC ZZZ9.
  01 average-edit PIC +ZZZZZ9.9.
  01 replacement-edit PIC +ZZZZZ9.9.
  01 rating-edit PIC +ZZZZ9.
  01 team-rating-edit PIC +ZZZZZZ9.
  01 rank-edit PIC Z9.
  01 value-line-text PIC X(76).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Report-Season

  MOVE "PLAYER VALUE REPORT" TO ph-title
  MOVE report-date TO ph-date
  PERFORM Start-Print-Report
  MOVE SPACES TO print-line
  STRING "SEASON " report-season
    "  (RATING = ROLLS ABOVE A REPLACEMENT RESERVE)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  INITIALIZE Value-Line-Table Value-Team-Table
  PERFORM Load-Player-Values
  IF value-line-count = ZERO
    MOVE "NO PLAYER VALUE RATINGS ON FILE FOR THIS SEASON."
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  PERFORM VARYING VT-INDEX FROM 1 BY 1
      UNTIL VT-INDEX > value-team-count
    PERFORM Print-One-Team
  END-PERFORM

  IF value-line-count > ZERO
    PERFORM Print-League-Leaders
  END-IF
  IF line-table-full
    MOVE "*** MORE THAN 1000 RATED CHARACTERS; LATER ONES OMITTED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  CLOSE Report-Print

  DISPLAY "PLAYER VALUE REPORT: SEASON " report-season ", "
    value-line-count " CHARACTER(S) ON " value-team-count " TEAM(S)"
  DISPLAY "WROTE PLAYER VALUE REPORT TO data/player-value.prt"
  MOVE value-line-count TO run-processed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Report-Season.
  MOVE ZERO TO clock-found-flag
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
    MOVE clock-year TO report-season
    COMPUTE report-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO report-date
    MOVE report-date(1:4) TO report-season
  END-IF

  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "PLAYER-VALUE"
                AND rc-year IS NUMERIC AND rc-year > ZERO
              MOVE rc-year TO report-season
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Load-Player-Values.
  OPEN INPUT Player-Value
  IF player-value-missing
    CLOSE Player-Value
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pv-value-key
  MOVE report-season TO pv-season
  START Player-Value KEY >= pv-value-key
    INVALID KEY
      SET end-of-player-value TO TRUE
  END-START
  PERFORM UNTIL end-of-player-value
    READ Player-Value NEXT RECORD
      AT END
        SET end-of-player-value TO TRUE
      NOT AT END
        IF pv-season NOT = report-season
          SET end-of-player-value TO TRUE
        ELSE
          PERFORM Keep-One-Value
        END-IF
    END-READ
  END-PERFORM
  CLOSE Player-Value.

Keep-One-Value.
  IF value-line-count >= 1000
    SET line-table-full TO TRUE
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO vt-found
  PERFORM VARYING VT-INDEX FROM 1 BY 1
      UNTIL VT-INDEX > value-team-count OR vt-team-was-found
    IF vt-team-name(VT-INDEX) = pv-team
      SET vt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT vt-team-was-found
    IF value-team-count >= 100
      SET line-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO value-team-count
    MOVE pv-team TO vt-team-name(value-team-count)
  END-IF

  ADD 1 TO value-line-count
  SET VL-INDEX TO value-line-count
  MOVE pv-short-name TO vl-short-name(VL-INDEX)
  MOVE pv-team TO vl-team(VL-INDEX)
  MOVE pv-games TO vl-games(VL-INDEX)
  MOVE pv-roll-total TO vl-roll-total(VL-INDEX)
  MOVE pv-vs-average TO vl-vs-average(VL-INDEX)
  MOVE pv-vs-replacement TO vl-vs-replacement(VL-INDEX)
  MOVE pv-value-rating TO vl-rating(VL-INDEX).

Print-One-Team.
  MOVE ZERO TO team-players team-rating
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE vt-team-name(VT-INDEX) TO print-line
  PERFORM Write-Print-Line

  PERFORM VARYING VL-INDEX FROM 1 BY 1
      UNTIL VL-INDEX > value-line-count
    IF vl-team(VL-INDEX) = vt-team-name(VT-INDEX)
      ADD 1 TO team-players
      ADD vl-rating(VL-INDEX) TO team-rating
      MOVE SPACES TO print-line
      PERFORM Format-Value-Line
      PERFORM Write-Print-Line
    END-IF
  END-PERFORM

  MOVE team-rating TO team-rating-edit
  MOVE SPACES TO print-line
  STRING "  TEAM TOTAL " team-players " CHARACTER(S)"
    "                    " team-rating-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Format-Value-Line.
  MOVE vl-games(VL-INDEX) TO games-edit
  MOVE vl-vs-average(VL-INDEX) TO average-edit
  MOVE vl-vs-replacement(VL-INDEX) TO replacement-edit
  MOVE vl-rating(VL-INDEX) TO rating-edit
  MOVE SPACES TO value-line-text
  STRING vl-short-name(VL-INDEX) "  " games-edit
    "   " average-edit "    " replacement-edit "   " rating-edit
    DELIMITED BY SIZE INTO value-line-text
  MOVE value-line-text TO print-line(5:).

Print-League-Leaders.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "LEAGUE-WIDE VALUE LEADERS" TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING leader-rank FROM 1 BY 1
      UNTIL leader-rank > LEAGUE-LEADER-COUNT
        OR leader-rank > value-line-count
    MOVE ZERO TO best-index
    PERFORM VARYING VL-INDEX FROM 1 BY 1
        UNTIL VL-INDEX > value-line-count
      IF NOT vl-already-ranked(VL-INDEX)
        IF best-index = ZERO
            OR vl-rating(VL-INDEX) > best-rating
          SET best-index TO VL-INDEX
          MOVE vl-rating(VL-INDEX) TO best-rating
        END-IF
      END-IF
    END-PERFORM
    SET VL-INDEX TO best-index
    SET vl-already-ranked(VL-INDEX) TO TRUE
    MOVE leader-rank TO rank-edit
    MOVE SPACES TO print-line
    MOVE rank-edit TO print-line(1:2)
    PERFORM Format-Value-Line
    PERFORM Write-Print-Line
    MOVE SPACES TO print-line
    STRING "      " vl-team(VL-INDEX)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-PERFORM.

Print-Column-Headings.
  MOVE "    CHARACTER  GAMES   VS AVERAGE  VS REPLACEMENT   RATING"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "VALUE-REPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
