IDENTIFICATION DIVISION.
PROGRAM-ID. Ledger-Period-Close.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/ledger-period-close.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

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
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Operator-Signon.
  01 signon-line PIC X(10).

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
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 team-ledger-status PIC 99.
    88 end-of-team-ledger VALUE 10.
    88 team-ledger-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  01 error-log-status PIC 99.

  01 close-today PIC 9(8).
  01 close-year PIC 9(4).
  01 close-month PIC 99.
    88 valid-close-month VALUES 1 THRU 13.
  01 close-period PIC 9(6).
  01 today-period PIC 9(6).
  01 period-start-date PIC 9(8).
  01 period-end-date PIC 9(8).

  01 Close-Team-Table.
    02 Close-Team-Entry OCCURS 100 TIMES INDEXED BY CT-INDEX.
      03 ct-team-name       PIC X(20).
      03 ct-opening-balance PIC S9(9).
      03 ct-period-total    PIC S9(9).
      03 ct-posting-count   PIC 9(5).
      03 ct-category-count  PIC 99.
      03 ct-category-entry OCCURS 20 TIMES INDEXED BY CC-INDEX.
        04 ct-category        PIC X(8).
        04 ct-category-amount PIC S9(9).
  01 close-team-count PIC 9(3) VALUE ZERO.
  01 close-lookup-team PIC X(20).
  01 ct-found PIC 9 VALUE ZERO.
    88 ct-team-was-found VALUE 1.
  01 cc-found PIC 9 VALUE ZERO.
    88 cc-category-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 close-table-overflowed VALUE 1.

  01 period-record-found PIC 9 VALUE ZERO.
    88 period-was-found VALUE 1.
  01 periods-closed-count PIC 9(3) VALUE ZERO.
  01 already-closed-count PIC 9(3) VALUE ZERO.
  01 close-disposition PIC X(14).

  01 opening-out PIC -(9)9.
  01 closing-out PIC -(9)9.
  01 postings-out PIC Z(4)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Season-Clock
  PERFORM Read-Control-Card
  PERFORM Choose-Close-Period

  IF NOT valid-close-month
    DISPLAY "INVALID PERIOD " close-year "/" close-month
      "; NOTHING CLOSED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  IF close-period >= today-period
    DISPLAY "PERIOD " close-year "/" close-month
      " IS NOT YET OVER; ONLY PAST PERIODS MAY BE CLOSED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM Load-Operator-Id
  INITIALIZE Close-Team-Table
  PERFORM Sum-Ledger-Through-Period

  MOVE SPACES TO ph-title
  STRING "LEDGER PERIOD CLOSE " close-year "/" close-month
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Column-Headings
  PERFORM Write-Period-Records
  PERFORM Print-Close-Totals
  CLOSE Report-Print

  MOVE close-team-count TO run-processed-count
  MOVE periods-closed-count TO run-changed-count
  MOVE already-closed-count TO run-rejected-count
  DISPLAY "PERIOD " close-year "/" close-month " CLOSED FOR "
    periods-closed-count " TEAM(S); " already-closed-count
    " ALREADY CLOSED."
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "TEAM                     OPENING  POSTINGS     CLOSING  DISPOSITION"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Season-Clock.
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
    MOVE clock-date TO close-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO close-today
  END-IF
  MOVE close-today(1:6) TO today-period.

Read-Control-Card.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "PERIOD-CLOSE"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Choose-Close-Period.
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO close-year
    MOVE rc-month TO close-month
  ELSE
    MOVE close-today(1:4) TO close-year
    MOVE close-today(5:2) TO close-month
    IF close-month > 1
      SUBTRACT 1 FROM close-month
    ELSE
      MOVE 13 TO close-month
      SUBTRACT 1 FROM close-year
    END-IF
  END-IF
  COMPUTE close-period = close-year * 100 + close-month
  COMPUTE period-start-date = close-period * 100 + 1
  COMPUTE period-end-date = close-period * 100 + 28.

Sum-Ledger-Through-Period.
  OPEN INPUT Team-Ledger
  IF team-ledger-missing
    CLOSE Team-Ledger
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-team-ledger
    READ Team-Ledger
      AT END
        SET end-of-team-ledger TO TRUE
      NOT AT END
        IF tl-date <= period-end-date
          MOVE tl-team TO close-lookup-team
          PERFORM Find-Close-Team
          IF ct-team-was-found
            IF tl-date < period-start-date
              ADD tl-amount TO ct-opening-balance(CT-INDEX)
            ELSE
              PERFORM Tally-Period-Posting
            END-IF
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Team-Ledger.

Tally-Period-Posting.
  ADD 1 TO ct-posting-count(CT-INDEX)
  ADD tl-amount TO ct-period-total(CT-INDEX)
  MOVE ZERO TO cc-found
  PERFORM VARYING CC-INDEX FROM 1 BY 1
      UNTIL CC-INDEX > ct-category-count(CT-INDEX)
         OR cc-category-was-found
    IF ct-category(CT-INDEX, CC-INDEX) = tl-category
      SET cc-category-was-found TO TRUE
    END-IF
  END-PERFORM
  IF cc-category-was-found
    SET CC-INDEX DOWN BY 1
  ELSE
    IF ct-category-count(CT-INDEX) < 20
      ADD 1 TO ct-category-count(CT-INDEX)
      SET CC-INDEX TO ct-category-count(CT-INDEX)
      MOVE tl-category TO ct-category(CT-INDEX, CC-INDEX)
    ELSE
      SET CC-INDEX TO 20
      MOVE "OTHER" TO ct-category(CT-INDEX, CC-INDEX)
    END-IF
  END-IF
  ADD tl-amount TO ct-category-amount(CT-INDEX, CC-INDEX).

Find-Close-Team.
  MOVE ZERO TO ct-found
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > close-team-count OR ct-team-was-found
    IF ct-team-name(CT-INDEX) = close-lookup-team
      SET ct-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF ct-team-was-found
    SET CT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF close-team-count >= 100
    SET close-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO close-team-count
  SET CT-INDEX TO close-team-count
  MOVE close-lookup-team TO ct-team-name(CT-INDEX)
  SET ct-team-was-found TO TRUE.

Write-Period-Records.
  OPEN I-O Ledger-Periods
  IF ledger-periods-missing
    OPEN OUTPUT Ledger-Periods
    CLOSE Ledger-Periods
    OPEN I-O Ledger-Periods
  END-IF
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > close-team-count
    PERFORM Close-One-Team-Period
  END-PERFORM
  CLOSE Ledger-Periods.

Close-One-Team-Period.
  MOVE ZERO TO period-record-found
  MOVE ct-team-name(CT-INDEX) TO lp-team
  MOVE close-year TO lp-year
  MOVE close-month TO lp-month
  READ Ledger-Periods
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET period-was-found TO TRUE
  END-READ

  IF period-was-found AND ledger-period-closed
    ADD 1 TO already-closed-count
    MOVE "ALREADY CLOSED" TO close-disposition
    MOVE lp-opening-balance TO opening-out
    MOVE lp-closing-balance TO closing-out
    MOVE lp-posting-count TO postings-out
    PERFORM Print-Team-Close-Line
    EXIT PARAGRAPH
  END-IF

  INITIALIZE Ledger-Period-Record
  MOVE ct-team-name(CT-INDEX) TO lp-team
  MOVE close-year TO lp-year
  MOVE close-month TO lp-month
  SET ledger-period-closed TO TRUE
  MOVE FUNCTION CURRENT-DATE(1:8) TO lp-closed-date
  MOVE operator-id TO lp-closed-by
  MOVE ct-opening-balance(CT-INDEX) TO lp-opening-balance
  COMPUTE lp-closing-balance =
    ct-opening-balance(CT-INDEX) + ct-period-total(CT-INDEX)
  MOVE ct-posting-count(CT-INDEX) TO lp-posting-count
  MOVE ct-category-count(CT-INDEX) TO lp-category-count
  PERFORM VARYING CC-INDEX FROM 1 BY 1
      UNTIL CC-INDEX > ct-category-count(CT-INDEX)
    SET LPC-INDEX TO CC-INDEX
    MOVE ct-category(CT-INDEX, CC-INDEX) TO lp-category(LPC-INDEX)
    MOVE ct-category-amount(CT-INDEX, CC-INDEX)
      TO lp-category-amount(LPC-INDEX)
  END-PERFORM

  IF period-was-found
    REWRITE Ledger-Period-Record
  ELSE
    WRITE Ledger-Period-Record
  END-IF
  ADD 1 TO periods-closed-count
  MOVE "CLOSED" TO close-disposition
  MOVE lp-opening-balance TO opening-out
  MOVE lp-closing-balance TO closing-out
  MOVE lp-posting-count TO postings-out
  PERFORM Print-Team-Close-Line.

Print-Team-Close-Line.
  MOVE SPACES TO print-line
  STRING ct-team-name(CT-INDEX) " " opening-out "     " postings-out
    " " closing-out "  " close-disposition
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Close-Totals.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  IF close-table-overflowed
    MOVE "*** MORE THAN 100 TEAMS ON THE BOOKS; LATER TEAMS NOT CLOSED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING periods-closed-count " TEAM PERIOD(S) CLOSED BY "
    FUNCTION TRIM(operator-id) "; " already-closed-count
    " ALREADY CLOSED."
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "LEDGER-PERIOD-CLOSE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
