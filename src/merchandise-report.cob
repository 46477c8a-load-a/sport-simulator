IDENTIFICATION DIVISION.
PROGRAM-ID. Merchandise-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Merchandise-Sales ASSIGN TO "data/merchandise-sales.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS merchandise-status.

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

  SELECT Report-Print ASSIGN TO "data/merchandise-report.prt"
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
FD Merchandise-Sales.
  COPY "src/copy/file-description/merchandise-sale-record.cpy".

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

  01 merchandise-status PIC 99.
    88 end-of-merchandise-sales VALUE 10.
    88 merchandise-sales-missing VALUE 35.
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

  78 LEAGUE-LEADER-LIMIT VALUE 20.
  78 TEAM-LEADER-LIMIT VALUE 5.

  01 merchandise-season PIC 9(4).

  01 Seller-Table.
    02 Seller-Entry OCCURS 1000 TIMES INDEXED BY SL-INDEX.
      03 sl-short-name PIC X(10).
      03 sl-team       PIC X(20).
      03 sl-weeks      PIC 9(3).
      03 sl-units      PIC 9(7).
      03 sl-revenue    PIC 9(9).
      03 sl-royalty    PIC 9(7).
  01 seller-count PIC 9(4) VALUE ZERO.
  01 sl-found PIC 9 VALUE ZERO.
    88 sl-entry-was-found VALUE 1.
  01 sl-swap-entry PIC X(56).
  01 sl-sort-swapped PIC 9 VALUE ZERO.
    88 sl-entries-swapped VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 seller-table-overflowed VALUE 1.

  01 Team-Total-Table.
    02 Team-Total-Entry OCCURS 100 TIMES INDEXED BY TT-INDEX.
      03 tt-team-name PIC X(20).
      03 tt-units     PIC 9(7).
      03 tt-revenue   PIC 9(9).
      03 tt-royalty   PIC 9(7).
  01 team-total-count PIC 9(3) VALUE ZERO.
  01 tt-found PIC 9 VALUE ZERO.
    88 tt-team-was-found VALUE 1.

  01 sale-rows PIC 9(7) VALUE ZERO.
  01 seller-rank PIC 9(3).
  01 seller-long-name PIC X(21).
  01 revenue-edit PIC Z(8)9.
  01 units-edit PIC Z(6)9.
  01 royalty-edit PIC Z(6)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Choose-Merchandise-Season
  INITIALIZE Seller-Table Team-Total-Table
  PERFORM Sum-Season-Sales
  PERFORM Sort-Seller-Table

  MOVE SPACES TO ph-title
  STRING "MERCHANDISE SALES SEASON " merchandise-season
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  OPEN INPUT CharacterSheet
  PERFORM Print-League-Leaders
  PERFORM Print-Team-Leaders
  CLOSE CharacterSheet
  PERFORM Print-Report-Totals
  CLOSE Report-Print

  MOVE sale-rows TO run-processed-count
  MOVE seller-count TO run-changed-count
  IF seller-table-overflowed
    MOVE 1 TO run-rejected-count
  END-IF
  DISPLAY "WROTE MERCHANDISE RANKINGS FOR " seller-count
    " SELLER(S), SEASON " merchandise-season
    " TO data/merchandise-report.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE SPACES TO print-line
  MOVE "RANK CHARACTER  NAME" TO print-line(1:20)
  MOVE "TEAM" TO print-line(39:4)
  MOVE "  UNITS   REVENUE" TO print-line(60:17)
  WRITE print-line
  ADD 1 TO print-line-count.

Choose-Merchandise-Season.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "MERCHANDISE"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO merchandise-season
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
    MOVE clock-year TO merchandise-season
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:4) TO merchandise-season
  END-IF.

Sum-Season-Sales.
  OPEN INPUT Merchandise-Sales
  IF merchandise-sales-missing
    DISPLAY "NO MERCHANDISE SALES ON FILE."
    CLOSE Merchandise-Sales
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-merchandise-sales
    READ Merchandise-Sales
      AT END
        SET end-of-merchandise-sales TO TRUE
      NOT AT END
        IF ms-year = merchandise-season
          ADD 1 TO sale-rows
          PERFORM Tally-One-Sale
          PERFORM Tally-Team-Sale
        END-IF
    END-READ
  END-PERFORM
  CLOSE Merchandise-Sales.

Tally-One-Sale.
  MOVE ZERO TO sl-found
  PERFORM VARYING SL-INDEX FROM 1 BY 1
      UNTIL SL-INDEX > seller-count OR sl-entry-was-found
    IF sl-short-name(SL-INDEX) = ms-short-name
        AND sl-team(SL-INDEX) = ms-team
      SET sl-entry-was-found TO TRUE
    END-IF
  END-PERFORM
  IF sl-entry-was-found
    SET SL-INDEX DOWN BY 1
  ELSE
    IF seller-count >= 1000
      SET seller-table-overflowed TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO seller-count
    SET SL-INDEX TO seller-count
    MOVE ms-short-name TO sl-short-name(SL-INDEX)
    MOVE ms-team TO sl-team(SL-INDEX)
  END-IF
  ADD 1 TO sl-weeks(SL-INDEX)
  ADD ms-units TO sl-units(SL-INDEX)
  ADD ms-revenue TO sl-revenue(SL-INDEX)
  ADD ms-royalty TO sl-royalty(SL-INDEX).

Tally-Team-Sale.
  MOVE ZERO TO tt-found
  PERFORM VARYING TT-INDEX FROM 1 BY 1
      UNTIL TT-INDEX > team-total-count OR tt-team-was-found
    IF tt-team-name(TT-INDEX) = ms-team
      SET tt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF tt-team-was-found
    SET TT-INDEX DOWN BY 1
  ELSE
    IF team-total-count >= 100
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO team-total-count
    SET TT-INDEX TO team-total-count
    MOVE ms-team TO tt-team-name(TT-INDEX)
  END-IF
  ADD ms-units TO tt-units(TT-INDEX)
  ADD ms-revenue TO tt-revenue(TT-INDEX)
  ADD ms-royalty TO tt-royalty(TT-INDEX).

Sort-Seller-Table.
  SET sl-entries-swapped TO TRUE
  PERFORM Sort-Seller-Pass UNTIL NOT sl-entries-swapped.

Sort-Seller-Pass.
  MOVE ZERO TO sl-sort-swapped
  PERFORM VARYING SL-INDEX FROM 1 BY 1
      UNTIL SL-INDEX > seller-count - 1
    IF sl-revenue(SL-INDEX) < sl-revenue(SL-INDEX + 1)
      MOVE Seller-Entry(SL-INDEX) TO sl-swap-entry
      MOVE Seller-Entry(SL-INDEX + 1) TO Seller-Entry(SL-INDEX)
      MOVE sl-swap-entry TO Seller-Entry(SL-INDEX + 1)
      SET sl-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Print-League-Leaders.
  DISPLAY SPACES
  DISPLAY "=== TOP SELLERS LEAGUE-WIDE ==="
  MOVE "TOP SELLERS LEAGUE-WIDE" TO print-line
  PERFORM Write-Print-Line
  MOVE ZERO TO seller-rank
  PERFORM VARYING SL-INDEX FROM 1 BY 1
      UNTIL SL-INDEX > seller-count
      OR SL-INDEX > LEAGUE-LEADER-LIMIT
    ADD 1 TO seller-rank
    PERFORM Print-Seller-Line
    DISPLAY seller-rank " " sl-short-name(SL-INDEX) " "
      sl-team(SL-INDEX) " $" sl-revenue(SL-INDEX)
  END-PERFORM
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line.

Print-Team-Leaders.
  PERFORM VARYING TT-INDEX FROM 1 BY 1
      UNTIL TT-INDEX > team-total-count
    MOVE tt-revenue(TT-INDEX) TO revenue-edit
    MOVE tt-royalty(TT-INDEX) TO royalty-edit
    MOVE SPACES TO print-line
    STRING "TOP SELLERS: " tt-team-name(TT-INDEX) " REVENUE "
      revenue-edit " ROYALTIES " royalty-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    MOVE ZERO TO seller-rank
    PERFORM VARYING SL-INDEX FROM 1 BY 1
        UNTIL SL-INDEX > seller-count
        OR seller-rank >= TEAM-LEADER-LIMIT
      IF sl-team(SL-INDEX) = tt-team-name(TT-INDEX)
        ADD 1 TO seller-rank
        PERFORM Print-Seller-Line
      END-IF
    END-PERFORM
    MOVE SPACES TO print-line
    PERFORM Write-Print-Line
  END-PERFORM.

Print-Seller-Line.
  MOVE sl-short-name(SL-INDEX) TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      MOVE "(NO LONGER ON FILE)" TO seller-long-name
    NOT INVALID KEY
      MOVE long-name TO seller-long-name
  END-READ
  MOVE sl-units(SL-INDEX) TO units-edit
  MOVE sl-revenue(SL-INDEX) TO revenue-edit
  MOVE SPACES TO print-line
  STRING seller-rank "  " sl-short-name(SL-INDEX) " "
    seller-long-name " " sl-team(SL-INDEX)
    DELIMITED BY SIZE INTO print-line
  MOVE units-edit TO print-line(60:7)
  MOVE revenue-edit TO print-line(68:9)
  PERFORM Write-Print-Line.

Print-Report-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  IF seller-table-overflowed
    MOVE "*** MORE THAN 1000 CHARACTER/TEAM PAIRS; LATER SALES NOT SHOWN"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING seller-count " SELLER(S) ACROSS " team-total-count
    " TEAM(S) FROM " sale-rows " WEEKLY SALE ROW(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "MERCHANDISE-REPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
