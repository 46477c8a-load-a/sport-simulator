IDENTIFICATION DIVISION.
PROGRAM-ID. Budget-Variance-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Team-Budget ASSIGN TO "data/team-budget.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS bg-budget-key
    FILE STATUS IS team-budget-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/budget-variance.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Team-Budget
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Budget-Record.

  COPY "src/copy/file-description/team-budget-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 team-budget-status PIC 99.
    88 end-of-team-budget VALUE 10.
    88 team-budget-missing VALUE 35.
  01 team-ledger-status PIC 99.
    88 end-of-team-ledger VALUE 10.
    88 team-ledger-missing VALUE 35.
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 error-log-status PIC 99.

  01 variance-team PIC X(20).
  01 variance-year PIC 9(4).
  01 variance-month PIC 99.
    88 valid-variance-month VALUES 1 THRU 13.
  01 year-start-date PIC 9(8).
  01 month-start-date PIC 9(8).
  01 month-end-date PIC 9(8).
  01 overrun-percent PIC 9(3) VALUE 10.

  01 Variance-Line-Table.
    02 Variance-Line-Entry OCCURS 500 TIMES INDEXED BY VL-INDEX.
      03 vl-team-name      PIC X(20).
      03 vl-category       PIC X(8).
      03 vl-month-budget   PIC S9(9).
      03 vl-month-actual   PIC S9(9).
      03 vl-ytd-budget     PIC S9(11).
      03 vl-ytd-actual     PIC S9(11).
      03 vl-budget-flag    PIC 9.
        88 vl-was-budgeted VALUE 1.
  01 variance-line-count PIC 9(3) VALUE ZERO.
  01 lookup-team PIC X(20).
  01 lookup-category PIC X(8).
  01 vl-found PIC 9 VALUE ZERO.
    88 vl-line-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 variance-table-overflowed VALUE 1.

  01 Variance-Team-Table.
    02 vt-team-name PIC X(20) OCCURS 100 TIMES INDEXED BY VT-INDEX.
  01 variance-team-count PIC 9(3) VALUE ZERO.
  01 vt-found PIC 9 VALUE ZERO.
    88 vt-team-was-found VALUE 1.

  01 overrun-flag PIC 9 VALUE ZERO.
    88 spend-over-budget VALUE 1.
  01 overrun-count PIC 9(5) VALUE ZERO.
  01 spend-actual PIC S9(11).
  01 spend-allowed PIC S9(11).
  01 month-variance PIC S9(11).
  01 ytd-variance PIC S9(11).
  01 line-marker PIC X(4).

  01 month-budget-out PIC -(9)9.
  01 month-actual-out PIC -(9)9.
  01 month-var-out PIC -(9)9.
  01 ytd-budget-out PIC -(9)9.
  01 ytd-actual-out PIC -(9)9.
  01 ytd-var-out PIC -(9)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Read-Control-Card
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO variance-year
    MOVE rc-month TO variance-month
    MOVE FUNCTION UPPER-CASE(rc-filter) TO variance-team
  ELSE
    DISPLAY "TEAM NAME (BLANK FOR ALL TEAMS): " WITH NO ADVANCING
    ACCEPT variance-team
    MOVE FUNCTION UPPER-CASE(variance-team) TO variance-team
    DISPLAY "REPORT YEAR: " WITH NO ADVANCING
    ACCEPT variance-year
    DISPLAY "REPORT MONTH (1-13): " WITH NO ADVANCING
    ACCEPT variance-month
  END-IF
  IF NOT valid-variance-month
    DISPLAY "MONTH MUST BE 1 THROUGH 13."
    GOBACK
  END-IF

  COMPUTE year-start-date = variance-year * 10000 + 101
  COMPUTE month-start-date =
    variance-year * 10000 + variance-month * 100 + 1
  COMPUTE month-end-date =
    variance-year * 10000 + variance-month * 100 + 28
  PERFORM Load-Overrun-Percent

  INITIALIZE Variance-Line-Table
  PERFORM Load-Budget-Lines
  PERFORM Load-Ledger-Actuals

  MOVE SPACES TO ph-title
  STRING "BUDGET VS ACTUAL " variance-year "/" variance-month
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Variance-Report
  CLOSE Report-Print

  DISPLAY "WROTE VARIANCE REPORT TO data/budget-variance.prt; "
    overrun-count " LINE(S) OVER BUDGET BY MORE THAN "
    overrun-percent "%"
GOBACK.

Print-Column-Headings.
  MOVE "CATEGORY MTH BUDGET MTH ACTUAL    MTH VAR YTD BUDGET YTD ACTUAL    YTD VAR"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Read-Control-Card.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "BUDGET-VARIANCE"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Load-Overrun-Percent.
  MOVE ZERO TO rules-as-of-date
  PERFORM Select-Rules-Version
  IF rules-version-found
    IF rl-budget-overrun-pct IS NUMERIC
      MOVE rl-budget-overrun-pct TO overrun-percent
    END-IF
  END-IF
  CLOSE League-Rules.

Load-Budget-Lines.
  OPEN INPUT Team-Budget
  IF team-budget-missing
    DISPLAY "NO BUDGET ON FILE; ACTUALS ONLY."
    CLOSE Team-Budget
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO bg-budget-key
  IF variance-team NOT = SPACES
    MOVE variance-team TO bg-team
  END-IF
  START Team-Budget KEY >= bg-budget-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-team-budget
        READ Team-Budget NEXT RECORD
          AT END
            SET end-of-team-budget TO TRUE
          NOT AT END
            IF variance-team NOT = SPACES
                AND bg-team NOT = variance-team
              SET end-of-team-budget TO TRUE
            ELSE
              IF bg-year = variance-year
                  AND bg-month <= variance-month
                PERFORM Tally-Budget-Line
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Team-Budget.

Tally-Budget-Line.
  MOVE bg-team TO lookup-team
  MOVE bg-category TO lookup-category
  PERFORM Find-Variance-Line
  IF NOT vl-line-was-found
    EXIT PARAGRAPH
  END-IF
  SET vl-was-budgeted(VL-INDEX) TO TRUE
  ADD bg-amount TO vl-ytd-budget(VL-INDEX)
  IF bg-month = variance-month
    ADD bg-amount TO vl-month-budget(VL-INDEX)
  END-IF.

Load-Ledger-Actuals.
  OPEN INPUT Team-Ledger
  IF team-ledger-missing
    DISPLAY "NO LEDGER ON FILE."
    CLOSE Team-Ledger
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-team-ledger
    READ Team-Ledger
      AT END
        SET end-of-team-ledger TO TRUE
      NOT AT END
        IF tl-date >= year-start-date AND tl-date <= month-end-date
            AND (variance-team = SPACES OR tl-team = variance-team)
          MOVE tl-team TO lookup-team
          MOVE tl-category TO lookup-category
          PERFORM Find-Variance-Line
          IF vl-line-was-found
            ADD tl-amount TO vl-ytd-actual(VL-INDEX)
            IF tl-date >= month-start-date
              ADD tl-amount TO vl-month-actual(VL-INDEX)
            END-IF
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Team-Ledger.

Find-Variance-Line.
  MOVE ZERO TO vl-found
  PERFORM VARYING VL-INDEX FROM 1 BY 1
      UNTIL VL-INDEX > variance-line-count OR vl-line-was-found
    IF vl-team-name(VL-INDEX) = lookup-team
        AND vl-category(VL-INDEX) = lookup-category
      SET vl-line-was-found TO TRUE
    END-IF
  END-PERFORM
  IF vl-line-was-found
    SET VL-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF variance-line-count >= 500
    SET variance-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO variance-line-count
  SET VL-INDEX TO variance-line-count
  MOVE lookup-team TO vl-team-name(VL-INDEX)
  MOVE lookup-category TO vl-category(VL-INDEX)
  SET vl-line-was-found TO TRUE
  PERFORM Note-Variance-Team.

Note-Variance-Team.
  MOVE ZERO TO vt-found
  PERFORM VARYING VT-INDEX FROM 1 BY 1
      UNTIL VT-INDEX > variance-team-count OR vt-team-was-found
    IF vt-team-name(VT-INDEX) = lookup-team
      SET vt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT vt-team-was-found AND variance-team-count < 100
    ADD 1 TO variance-team-count
    MOVE lookup-team TO vt-team-name(variance-team-count)
  END-IF.

Print-Variance-Report.
  MOVE SPACES TO print-line
  STRING "SPEND OVER BUDGET BY MORE THAN " overrun-percent
    "% IS FLAGGED ***; UNBUDGETED SPEND IS FLAGGED NB"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  PERFORM VARYING VT-INDEX FROM 1 BY 1
      UNTIL VT-INDEX > variance-team-count
    MOVE SPACES TO print-line
    PERFORM Write-Print-Line
    MOVE SPACES TO print-line
    STRING "TEAM: " vt-team-name(VT-INDEX)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    PERFORM Print-Column-Headings
    PERFORM VARYING VL-INDEX FROM 1 BY 1
        UNTIL VL-INDEX > variance-line-count
      IF vl-team-name(VL-INDEX) = vt-team-name(VT-INDEX)
        PERFORM Print-One-Variance-Line
      END-IF
    END-PERFORM
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  IF variance-table-overflowed
    MOVE "*** MORE THAN 500 TEAM/CATEGORY LINES; LATER LINES NOT SHOWN"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING overrun-count " LINE(S) FLAGGED OVER BUDGET."
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-One-Variance-Line.
  COMPUTE month-variance =
    vl-month-actual(VL-INDEX) - vl-month-budget(VL-INDEX)
  COMPUTE ytd-variance =
    vl-ytd-actual(VL-INDEX) - vl-ytd-budget(VL-INDEX)

  MOVE SPACES TO line-marker
  MOVE ZERO TO overrun-flag
  IF vl-ytd-actual(VL-INDEX) < ZERO
    COMPUTE spend-actual = ZERO - vl-ytd-actual(VL-INDEX)
    IF NOT vl-was-budgeted(VL-INDEX)
      MOVE " NB" TO line-marker
    ELSE
      IF vl-ytd-budget(VL-INDEX) < ZERO
        COMPUTE spend-allowed ROUNDED =
          (ZERO - vl-ytd-budget(VL-INDEX))
          * (100 + overrun-percent) / 100
      ELSE
        MOVE ZERO TO spend-allowed
      END-IF
      IF spend-actual > spend-allowed
        SET spend-over-budget TO TRUE
      END-IF
    END-IF
  END-IF
  IF spend-over-budget
    MOVE " ***" TO line-marker
    ADD 1 TO overrun-count
    DISPLAY "OVER BUDGET: " FUNCTION TRIM(vl-team-name(VL-INDEX))
      " " vl-category(VL-INDEX) " YTD " vl-ytd-actual(VL-INDEX)
      " AGAINST " vl-ytd-budget(VL-INDEX)
  END-IF

  MOVE vl-month-budget(VL-INDEX) TO month-budget-out
  MOVE vl-month-actual(VL-INDEX) TO month-actual-out
  MOVE month-variance TO month-var-out
  MOVE vl-ytd-budget(VL-INDEX) TO ytd-budget-out
  MOVE vl-ytd-actual(VL-INDEX) TO ytd-actual-out
  MOVE ytd-variance TO ytd-var-out
  MOVE SPACES TO print-line
  STRING vl-category(VL-INDEX) " " month-budget-out " "
    month-actual-out " " month-var-out " " ytd-budget-out " "
    ytd-actual-out " " ytd-var-out line-marker
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
