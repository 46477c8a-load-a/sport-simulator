IDENTIFICATION DIVISION.
PROGRAM-ID. Earnings-Statement-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

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

  SELECT Report-Print ASSIGN TO "data/earnings-statements.prt"
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
FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

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

  01 pay-ledger-status PIC 99.
    88 end-of-pay-ledger VALUE 10.
    88 pay-ledger-missing VALUE 35.
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

  01 earnings-season PIC 9(4).

  01 Earnings-Table.
    02 Earnings-Entry OCCURS 1000 TIMES INDEXED BY ER-INDEX.
      03 er-short-name     PIC X(10).
      03 er-team           PIC X(20).
      03 er-first-date     PIC 9(8).
      03 er-last-date      PIC 9(8).
      03 er-posting-count  PIC 9(5).
      03 er-gross-per-diem PIC 9(7).
      03 er-gross-bonus    PIC 9(7).
      03 er-gross-pension  PIC 9(7).
      03 er-gross-royalty  PIC 9(7).
      03 er-gross-job      PIC 9(7).
      03 er-dues           PIC 9(7).
      03 er-pension        PIC 9(7).
      03 er-fines          PIC 9(7).
      03 er-net            PIC 9(7).
      03 er-printed-flag   PIC 9.
        88 er-printed VALUE 1.
  01 earnings-count PIC 9(4) VALUE ZERO.
  01 er-found PIC 9 VALUE ZERO.
    88 er-entry-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 earnings-table-overflowed VALUE 1.
  01 er-scan PIC 9(4).
  01 statement-character PIC X(10).
  01 statement-long-name PIC X(21).
  01 statement-count PIC 9(5) VALUE ZERO.
  01 character-count PIC 9(5) VALUE ZERO.
  01 pay-rows PIC 9(7) VALUE ZERO.

  01 posting-date PIC 9(8).
  01 posting-dues PIC 9(3).
  01 posting-pension PIC 9(3).
  01 posting-fine PIC 9(3).
  01 posting-net PIC 9(3).

  01 gross-total PIC 9(7).
  01 deduction-total PIC 9(7).
  01 amount-edit PIC Z(6)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Choose-Earnings-Season
  INITIALIZE Earnings-Table
  PERFORM Sum-Season-Pay

  MOVE SPACES TO ph-title
  STRING "EARNINGS STATEMENTS SEASON " earnings-season
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  OPEN INPUT CharacterSheet
  PERFORM VARYING ER-INDEX FROM 1 BY 1
      UNTIL ER-INDEX > earnings-count
    IF NOT er-printed(ER-INDEX)
      PERFORM Print-Character-Statements
    END-IF
  END-PERFORM
  CLOSE CharacterSheet
  PERFORM Print-Run-Totals
  CLOSE Report-Print

  MOVE pay-rows TO run-processed-count
  MOVE statement-count TO run-changed-count
  IF earnings-table-overflowed
    MOVE 1 TO run-rejected-count
  END-IF
  DISPLAY "WROTE " statement-count " EARNINGS STATEMENT(S) FOR "
    character-count " CHARACTER(S), SEASON " earnings-season
    " TO data/earnings-statements.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE SPACES TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Choose-Earnings-Season.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "EARNINGS"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO earnings-season
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
    MOVE clock-year TO earnings-season
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:4) TO earnings-season
  END-IF.

Sum-Season-Pay.
  OPEN INPUT Pay-Ledger
  IF pay-ledger-missing
    DISPLAY "NO PAY LEDGER ON FILE."
    CLOSE Pay-Ledger
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-pay-ledger
    READ Pay-Ledger
      AT END
        SET end-of-pay-ledger TO TRUE
      NOT AT END
        IF pl-year = earnings-season
          ADD 1 TO pay-rows
          PERFORM Tally-One-Pay-Posting
        END-IF
    END-READ
  END-PERFORM
  CLOSE Pay-Ledger.

Tally-One-Pay-Posting.
  MOVE ZERO TO er-found
  PERFORM VARYING ER-INDEX FROM 1 BY 1
      UNTIL ER-INDEX > earnings-count OR er-entry-was-found
    IF er-short-name(ER-INDEX) = pl-short-name
        AND er-team(ER-INDEX) = pl-team
      SET er-entry-was-found TO TRUE
    END-IF
  END-PERFORM
  IF er-entry-was-found
    SET ER-INDEX DOWN BY 1
  ELSE
    IF earnings-count >= 1000
      SET earnings-table-overflowed TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO earnings-count
    SET ER-INDEX TO earnings-count
    MOVE pl-short-name TO er-short-name(ER-INDEX)
    MOVE pl-team TO er-team(ER-INDEX)
  END-IF

  MOVE pl-date TO posting-date
  IF er-first-date(ER-INDEX) = ZERO
      OR posting-date < er-first-date(ER-INDEX)
    MOVE posting-date TO er-first-date(ER-INDEX)
  END-IF
  IF posting-date > er-last-date(ER-INDEX)
    MOVE posting-date TO er-last-date(ER-INDEX)
  END-IF

  IF pl-net-amount IS NUMERIC
    MOVE pl-dues-withheld TO posting-dues
    MOVE pl-pension-withheld TO posting-pension
    MOVE pl-fine-withheld TO posting-fine
    MOVE pl-net-amount TO posting-net
  ELSE
    MOVE ZERO TO posting-dues posting-pension posting-fine
    MOVE pl-amount TO posting-net
  END-IF

  ADD 1 TO er-posting-count(ER-INDEX)
  EVALUATE TRUE
    WHEN pl-bonus-posting
      ADD pl-amount TO er-gross-bonus(ER-INDEX)
    WHEN pl-pension-posting
      ADD pl-amount TO er-gross-pension(ER-INDEX)
    WHEN pl-royalty-posting
      ADD pl-amount TO er-gross-royalty(ER-INDEX)
    WHEN pl-job-posting
      ADD pl-amount TO er-gross-job(ER-INDEX)
    WHEN OTHER
      ADD pl-amount TO er-gross-per-diem(ER-INDEX)
  END-EVALUATE
  ADD posting-dues TO er-dues(ER-INDEX)
  ADD posting-pension TO er-pension(ER-INDEX)
  ADD posting-fine TO er-fines(ER-INDEX)
  ADD posting-net TO er-net(ER-INDEX).

Print-Character-Statements.
  MOVE er-short-name(ER-INDEX) TO statement-character
  ADD 1 TO character-count
  MOVE SPACES TO statement-long-name
  MOVE statement-character TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      MOVE "(NO LONGER ON FILE)" TO statement-long-name
    NOT INVALID KEY
      MOVE long-name TO statement-long-name
  END-READ

  PERFORM VARYING er-scan FROM ER-INDEX BY 1
      UNTIL er-scan > earnings-count
    IF er-short-name(er-scan) = statement-character
      PERFORM Print-One-Statement
      SET er-printed(er-scan) TO TRUE
    END-IF
  END-PERFORM.

Print-One-Statement.
  ADD 1 TO statement-count
  COMPUTE gross-total =
    er-gross-per-diem(er-scan) + er-gross-bonus(er-scan)
    + er-gross-pension(er-scan) + er-gross-royalty(er-scan)
    + er-gross-job(er-scan)
  COMPUTE deduction-total =
    er-dues(er-scan) + er-pension(er-scan) + er-fines(er-scan)

  MOVE ALL "-" TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "EARNINGS STATEMENT " earnings-season "   "
    statement-character " " statement-long-name
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "PAID BY: " er-team(er-scan) "  " er-first-date(er-scan)
    " TO " er-last-date(er-scan) "  " er-posting-count(er-scan)
    " POSTING(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line

  MOVE er-gross-per-diem(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "  PER-DIEM EARNED ........ " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE er-gross-bonus(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "  BONUSES EARNED ......... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF er-gross-pension(er-scan) > ZERO
    MOVE er-gross-pension(er-scan) TO amount-edit
    MOVE SPACES TO print-line
    STRING "  PENSION RECEIVED ....... " amount-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF
  IF er-gross-royalty(er-scan) > ZERO
    MOVE er-gross-royalty(er-scan) TO amount-edit
    MOVE SPACES TO print-line
    STRING "  MERCHANDISE ROYALTIES .. " amount-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF
  IF er-gross-job(er-scan) > ZERO
    MOVE er-gross-job(er-scan) TO amount-edit
    MOVE SPACES TO print-line
    STRING "  JOB EARNINGS ........... " amount-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE gross-total TO amount-edit
  MOVE SPACES TO print-line
  STRING "  GROSS EARNINGS ......... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE er-dues(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "    LESS LEAGUE DUES ..... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE er-pension(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "    LESS PENSION ......... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE er-fines(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "    LESS FINES ........... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE deduction-total TO amount-edit
  MOVE SPACES TO print-line
  STRING "  TOTAL DEDUCTIONS ....... " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE er-net(er-scan) TO amount-edit
  MOVE SPACES TO print-line
  STRING "  NET PAY ................ " amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line.

Print-Run-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  IF earnings-table-overflowed
    MOVE "*** MORE THAN 1000 CHARACTER/TEAM PAIRS; LATER PAY NOT SHOWN"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING statement-count " STATEMENT(S) FOR " character-count
    " CHARACTER(S) FROM " pay-rows " PAY POSTING(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "EARNINGS-STATEMENTS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
