    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Report-Print ASSIGN TO "data/financial-statement.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Team-Ledger.

  COPY "src/copy/file-description/treasury-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 ledger-period-status PIC 99.
    88 ledger-periods-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 statement-team PIC X(20).
  01 statement-year PIC 9(4).
  01 on-file-balance PIC S9(9) VALUE ZERO.
  01 balance-found PIC 9 VALUE ZERO.
    88 balance-on-file VALUE 1.
  01 adjustment-count PIC 9(5) VALUE ZERO.
  01 period-closed-flag PIC 9 VALUE ZERO.
    88 statement-period-closed VALUE 1.
  01 period-closing-balance PIC S9(9) VALUE ZERO.
  01 period-closed-date PIC 9(8).
  01 period-closed-by PIC X(10).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  DISPLAY "TEAM NAME FOR STATEMENT: " WITH NO ADVANCING
  ACCEPT statement-team
  MOVE FUNCTION UPPER-CASE(statement-team) TO statement-team

  PERFORM Scan-Ledger
  PERFORM Read-Treasury-Balance
  PERFORM Read-Period-Status
  PERFORM Print-Statement
  CLOSE Report-Print
  DISPLAY "WROTE STATEMENT TO data/financial-statement.prt"

Tally-One-Posting.
  ADD 1 TO posting-count
  IF tl-period-adjustment
    ADD 1 TO adjustment-count
  END-IF
  IF tl-amount >= ZERO
    ADD tl-amount TO month-income
  ELSE
  END-IF
  CLOSE Treasury.

Read-Period-Status.
  MOVE ZERO TO period-closed-flag
  OPEN INPUT Ledger-Periods
  IF NOT ledger-periods-missing
    MOVE statement-team TO lp-team
    MOVE statement-year TO lp-year
    MOVE statement-month TO lp-month
    READ Ledger-Periods
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF ledger-period-closed
          SET statement-period-closed TO TRUE
          MOVE lp-closing-balance TO period-closing-balance
          MOVE lp-closed-date TO period-closed-date
          MOVE lp-closed-by TO period-closed-by
        END-IF
    END-READ
  END-IF
  CLOSE Ledger-Periods.

Print-Statement.
  DISPLAY SPACES
  DISPLAY "=== STATEMENT: " FUNCTION TRIM(statement-team)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  IF statement-period-closed
    STRING "PERIOD STATUS: CLOSED ON " period-closed-date " BY "
      period-closed-by
      DELIMITED BY SIZE INTO print-line
    DISPLAY "PERIOD CLOSED ON " period-closed-date
  ELSE
    MOVE "PERIOD STATUS: OPEN - FIGURES MAY STILL CHANGE" TO print-line
    DISPLAY "PERIOD OPEN"
  END-IF
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  PERFORM Print-Column-Headings

  MOVE SPACES TO print-line
  STRING "POSTINGS IN PERIOD: " posting-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF adjustment-count > ZERO
    MOVE SPACES TO print-line
    STRING "  INCLUDING " adjustment-count
      " ADJUSTMENT(S) REDIRECTED FROM CLOSED PERIODS"
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF
  IF statement-period-closed
    MOVE period-closing-balance TO amount-edit
    MOVE SPACES TO print-line
    STRING "CLOSING BAL AS CLOSED " amount-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
