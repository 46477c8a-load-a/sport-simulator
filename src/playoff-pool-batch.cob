IDENTIFICATION DIVISION.
PROGRAM-ID. Playoff-Pool-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Playoff-Results ASSIGN TO "data/playoff-results.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS results-status.

  SELECT Playoff-Appearances ASSIGN TO "data/playoff-appearances.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS appearance-status.

  SELECT Playoff-Pool ASSIGN TO "data/playoff-pool.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS playoff-pool-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

  SELECT Withholding-Table ASSIGN TO "data/withholding-table.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS withholding-table-status.

  SELECT Character-Fines ASSIGN TO "data/character-fines.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cf-short-name
    FILE STATUS IS character-fines-status.

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

  SELECT Report-Print ASSIGN TO "data/playoff-pool.prt"
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
FD Playoff-Results.
  01 Playoff-Result-Record.
    02 pr-season  PIC 9(4).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-round   PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-team-a  PIC X(20).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-team-b  PIC X(20).
    02 FILLER     PIC X VALUE SPACE.
    02 pr-score-a PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-score-b PIC 9.
    02 FILLER     PIC X VALUE SPACE.
    02 pr-winner  PIC X(20).

FD Playoff-Appearances.
  COPY "src/copy/file-description/playoff-appearance-record.cpy".

FD Playoff-Pool.
  COPY "src/copy/file-description/playoff-pool-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Withholding-Table.
  COPY "src/copy/file-description/withholding-record.cpy".

FD Character-Fines
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Fine-Record.

  COPY "src/copy/file-description/character-fine-record.cpy".

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
  COPY "src/copy/working-storage/pay-withholding-data.cpy".
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 results-status PIC 99.
    88 end-of-playoff-results VALUE 10.
    88 playoff-results-missing VALUE 35.
  01 appearance-status PIC 99.
    88 end-of-playoff-appearances VALUE 10.
    88 playoff-appearances-missing VALUE 35.
  01 playoff-pool-status PIC 99.
    88 end-of-playoff-pool VALUE 10.
    88 playoff-pool-missing VALUE 35.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
  01 pay-ledger-status PIC 99.
    88 pay-ledger-missing VALUE 35.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.
  01 error-log-status PIC 99.

  78 DEFAULT-GATE-PER-MATCH VALUE 2500.
  78 DEFAULT-LEAGUE-CONTRIBUTION VALUE 10000.
  78 PAY-POSTING-LIMIT VALUE 999.

  01 pool-season PIC 9(4) VALUE ZERO.
  01 pool-date PIC 9(8).
  01 pool-date-parts REDEFINES pool-date.
    02 pool-year  PIC 9(4).
    02 pool-month PIC 99.
    02 pool-day   PIC 99.
  01 gate-per-match PIC 9(5).
  01 league-contribution PIC 9(7).
  01 pool-match-count PIC 9(3) VALUE ZERO.
  01 pool-gate-total PIC 9(9) VALUE ZERO.
  01 pool-total PIC 9(9) VALUE ZERO.
  01 final-round PIC 9 VALUE ZERO.
  01 champion-team PIC X(20) VALUE SPACES.
  01 season-paid-flag PIC 9 VALUE ZERO.
    88 season-already-paid VALUE 1.

  01 Pool-Team-Table.
    02 Pool-Team-Entry OCCURS 16 TIMES INDEXED BY PT-INDEX.
      03 pt-team-name   PIC X(20).
      03 pt-round       PIC 9.
      03 pt-champion    PIC 9.
        88 pt-is-champion VALUE 1.
      03 pt-units       PIC 9(3).
      03 pt-appearances PIC 9(4).
      03 pt-share       PIC 9(7).
      03 pt-paid        PIC 9(7).
  01 pool-team-count PIC 99 VALUE ZERO.
  01 pt-found PIC 9 VALUE ZERO.
    88 pt-team-was-found VALUE 1.
  01 pool-lookup-team PIC X(20).
  01 pool-unit-total PIC 9(5) VALUE ZERO.

  01 Share-Character-Table.
    02 Share-Character-Entry OCCURS 500 TIMES INDEXED BY SC-INDEX.
      03 sc-team-name   PIC X(20).
      03 sc-short-name  PIC X(10).
      03 sc-appearances PIC 9(3).
      03 sc-share       PIC 9(7).
  01 share-character-count PIC 9(3) VALUE ZERO.
  01 sc-found PIC 9 VALUE ZERO.
    88 sc-character-was-found VALUE 1.
  01 share-table-full-flag PIC 9 VALUE ZERO.
    88 share-table-full VALUE 1.

  01 share-remaining PIC 9(7).
  01 team-net-credit PIC S9(9).
  01 characters-paid PIC 9(5) VALUE ZERO.
  01 distributed-total PIC 9(9) VALUE ZERO.

  01 amount-edit PIC Z,ZZZ,ZZ9.
  01 pool-edit PIC ZZZ,ZZZ,ZZ9.
  01 count-edit PIC ZZZ9.
  01 reached-text PIC X(12).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  PERFORM Load-Pool-Control

  IF pool-season = ZERO
    DISPLAY "NO PLAYOFF SEASON GIVEN AND NO SEASON CLOCK ON FILE;"
      " POOL NOT DISTRIBUTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM Check-Season-Already-Paid
  IF season-already-paid
    DISPLAY "PLAYOFF POOL FOR SEASON " pool-season
      " HAS ALREADY BEEN DISTRIBUTED."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  INITIALIZE Pool-Team-Table Share-Character-Table
  PERFORM Load-Playoff-Results
  IF pool-match-count = ZERO
    DISPLAY "NO PLAYOFF RESULTS ON FILE FOR SEASON " pool-season "."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM Weight-Pool-Teams
  PERFORM Load-Playoff-Appearances
  IF share-table-full
    DISPLAY "MORE THAN 500 PLAYOFF CHARACTERS FOR SEASON "
      pool-season "; POOL NOT DISTRIBUTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  COMPUTE pool-gate-total = pool-match-count * gate-per-match
  COMPUTE pool-total = pool-gate-total + league-contribution
  PERFORM Split-Pool-By-Round
  PERFORM Split-Shares-By-Appearance

  MOVE "PLAYOFF POOL DISTRIBUTION" TO ph-title
  MOVE pool-date TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Pool-Summary

  DISPLAY "=== PLAYOFF POOL FOR SEASON " pool-season " ==="
  PERFORM Load-Pay-Withholding
  IF NOT batch-dry-run
    OPEN EXTEND Pay-Ledger
    IF pay-ledger-missing
      OPEN OUTPUT Pay-Ledger
    END-IF
    OPEN EXTEND Playoff-Pool
    IF playoff-pool-missing
      OPEN OUTPUT Playoff-Pool
    END-IF
  END-IF

  PERFORM VARYING PT-INDEX FROM 1 BY 1
      UNTIL PT-INDEX > pool-team-count
    PERFORM Distribute-Team-Share
  END-PERFORM

  IF NOT batch-dry-run
    CLOSE Pay-Ledger
    CLOSE Playoff-Pool
    PERFORM Save-Fine-Withholding
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE distributed-total TO pool-edit
  MOVE SPACES TO print-line
  STRING "TOTAL DISTRIBUTED TO " characters-paid " CHARACTER(S): $"
    pool-edit DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  DISPLAY SPACES
  DISPLAY "PLAYOFF POOL COMPLETE: $" distributed-total " TO "
    characters-paid " CHARACTER(S) ACROSS " pool-team-count
    " TEAM(S)"
  DISPLAY "WROTE DISTRIBUTION STATEMENT TO data/playoff-pool.prt"
  MOVE share-character-count TO run-processed-count
  MOVE characters-paid TO run-changed-count
  PERFORM Write-Run-History-Entry
GOBACK.

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
    MOVE clock-year TO pool-season
    MOVE clock-date TO pool-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO pool-date
  END-IF.

Load-Pool-Control.
  MOVE DEFAULT-GATE-PER-MATCH TO gate-per-match
  MOVE DEFAULT-LEAGUE-CONTRIBUTION TO league-contribution
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "PLAYOFF-POOL"
              IF rc-year IS NUMERIC AND rc-year > ZERO
                MOVE rc-year TO pool-season
              END-IF
              IF rc-filter(1:5) IS NUMERIC
                MOVE rc-filter(1:5) TO gate-per-match
              END-IF
              IF rc-filter(7:7) IS NUMERIC
                MOVE rc-filter(7:7) TO league-contribution
              END-IF
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Check-Season-Already-Paid.
  MOVE ZERO TO season-paid-flag
  OPEN INPUT Playoff-Pool
  IF NOT playoff-pool-missing
    PERFORM UNTIL end-of-playoff-pool OR season-already-paid
      READ Playoff-Pool
        AT END
          SET end-of-playoff-pool TO TRUE
        NOT AT END
          IF pp-season = pool-season
            SET season-already-paid TO TRUE
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Playoff-Pool.

Load-Playoff-Results.
  MOVE ZERO TO pool-match-count final-round
  OPEN INPUT Playoff-Results
  IF playoff-results-missing
    CLOSE Playoff-Results
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-playoff-results
    READ Playoff-Results
      AT END
        SET end-of-playoff-results TO TRUE
      NOT AT END
        IF pr-season = pool-season
          PERFORM Tally-One-Result
        END-IF
    END-READ
  END-PERFORM
  CLOSE Playoff-Results.

Tally-One-Result.
  ADD 1 TO pool-match-count
  MOVE pr-team-a TO pool-lookup-team
  PERFORM Find-Pool-Team
  IF pt-team-was-found AND pr-round > pt-round(PT-INDEX)
    MOVE pr-round TO pt-round(PT-INDEX)
  END-IF
  MOVE pr-team-b TO pool-lookup-team
  PERFORM Find-Pool-Team
  IF pt-team-was-found AND pr-round > pt-round(PT-INDEX)
    MOVE pr-round TO pt-round(PT-INDEX)
  END-IF
  IF pr-round >= final-round
    MOVE pr-round TO final-round
    MOVE pr-winner TO champion-team
  END-IF.

Find-Pool-Team.
  MOVE ZERO TO pt-found
  PERFORM VARYING PT-INDEX FROM 1 BY 1
      UNTIL PT-INDEX > pool-team-count OR pt-team-was-found
    IF pt-team-name(PT-INDEX) = pool-lookup-team
      SET pt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF pt-team-was-found
    SET PT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF pool-team-count >= 16
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO pool-team-count
  SET PT-INDEX TO pool-team-count
  MOVE pool-lookup-team TO pt-team-name(PT-INDEX)
  SET pt-team-was-found TO TRUE.

Weight-Pool-Teams.
  MOVE ZERO TO pool-unit-total
  PERFORM VARYING PT-INDEX FROM 1 BY 1
      UNTIL PT-INDEX > pool-team-count
    MOVE pt-round(PT-INDEX) TO pt-units(PT-INDEX)
    IF pt-team-name(PT-INDEX) = champion-team
      SET pt-is-champion(PT-INDEX) TO TRUE
      COMPUTE pt-units(PT-INDEX) = final-round + 1
    END-IF
    ADD pt-units(PT-INDEX) TO pool-unit-total
  END-PERFORM.

Load-Playoff-Appearances.
  MOVE ZERO TO share-character-count share-table-full-flag
  OPEN INPUT Playoff-Appearances
  IF playoff-appearances-missing
    CLOSE Playoff-Appearances
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-playoff-appearances
    READ Playoff-Appearances
      AT END
        SET end-of-playoff-appearances TO TRUE
      NOT AT END
        IF pa-season = pool-season
          PERFORM Tally-One-Appearance
        END-IF
    END-READ
  END-PERFORM
  CLOSE Playoff-Appearances.

Tally-One-Appearance.
  MOVE pa-team TO pool-lookup-team
  PERFORM Find-Pool-Team
  IF NOT pt-team-was-found
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO sc-found
  PERFORM VARYING SC-INDEX FROM 1 BY 1
      UNTIL SC-INDEX > share-character-count
        OR sc-character-was-found
    IF sc-team-name(SC-INDEX) = pa-team
        AND sc-short-name(SC-INDEX) = pa-short-name
      SET sc-character-was-found TO TRUE
    END-IF
  END-PERFORM
  IF sc-character-was-found
    SET SC-INDEX DOWN BY 1
  ELSE
    IF share-character-count >= 500
      SET share-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO share-character-count
    SET SC-INDEX TO share-character-count
    MOVE pa-team TO sc-team-name(SC-INDEX)
    MOVE pa-short-name TO sc-short-name(SC-INDEX)
  END-IF
  ADD 1 TO sc-appearances(SC-INDEX)
  ADD 1 TO pt-appearances(PT-INDEX).

Split-Pool-By-Round.
  IF pool-unit-total = ZERO
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING PT-INDEX FROM 1 BY 1
      UNTIL PT-INDEX > pool-team-count
    COMPUTE pt-share(PT-INDEX) =
      pool-total * pt-units(PT-INDEX) / pool-unit-total
  END-PERFORM.

Split-Shares-By-Appearance.
  PERFORM VARYING SC-INDEX FROM 1 BY 1
      UNTIL SC-INDEX > share-character-count
    MOVE sc-team-name(SC-INDEX) TO pool-lookup-team
    PERFORM Find-Pool-Team
    IF pt-appearances(PT-INDEX) > ZERO
      COMPUTE sc-share(SC-INDEX) =
        pt-share(PT-INDEX) * sc-appearances(SC-INDEX)
        / pt-appearances(PT-INDEX)
      ADD sc-share(SC-INDEX) TO pt-paid(PT-INDEX)
    END-IF
  END-PERFORM.

Print-Pool-Summary.
  MOVE SPACES TO print-line
  STRING "SEASON " pool-season "  " pool-match-count
    " PLAYOFF MATCH(ES), CHAMPION " champion-team
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE pool-gate-total TO pool-edit
  MOVE SPACES TO print-line
  STRING "PLAYOFF GATE            $" pool-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE league-contribution TO pool-edit
  MOVE SPACES TO print-line
  STRING "LEAGUE CONTRIBUTION     $" pool-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE pool-total TO pool-edit
  MOVE SPACES TO print-line
  STRING "PLAYOFF POOL            $" pool-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Distribute-Team-Share.
  IF pt-is-champion(PT-INDEX)
    MOVE "CHAMPION" TO reached-text
  ELSE
    MOVE SPACES TO reached-text
    STRING "ROUND " pt-round(PT-INDEX) DELIMITED BY SIZE
      INTO reached-text
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE pt-share(PT-INDEX) TO amount-edit
  MOVE SPACES TO print-line
  STRING pt-team-name(PT-INDEX) " REACHED " reached-text
    " SHARE $" amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY FUNCTION TRIM(pt-team-name(PT-INDEX)) " ("
    FUNCTION TRIM(reached-text) ") SHARE $" pt-share(PT-INDEX)

  PERFORM VARYING SC-INDEX FROM 1 BY 1
      UNTIL SC-INDEX > share-character-count
    IF sc-team-name(SC-INDEX) = pt-team-name(PT-INDEX)
      PERFORM Pay-Character-Share
    END-IF
  END-PERFORM

  MOVE pt-paid(PT-INDEX) TO amount-edit
  MOVE pt-appearances(PT-INDEX) TO count-edit
  MOVE SPACES TO print-line
  STRING "  TEAM TOTAL   " count-edit "   $" amount-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF pt-share(PT-INDEX) > pt-paid(PT-INDEX)
    COMPUTE amount-edit = pt-share(PT-INDEX) - pt-paid(PT-INDEX)
    MOVE SPACES TO print-line
    STRING "  RETAINED BY TEAM       $" amount-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF
  PERFORM Post-Team-Pool-Share

  MOVE SPACES TO Playoff-Pool-Record
  MOVE pool-season TO pp-season
  MOVE pool-date TO pp-date
  MOVE pt-team-name(PT-INDEX) TO pp-team
  MOVE pt-round(PT-INDEX) TO pp-round-reached
  IF pt-is-champion(PT-INDEX)
    SET pp-champion TO TRUE
  END-IF
  MOVE pt-appearances(PT-INDEX) TO pp-appearances
  MOVE pt-share(PT-INDEX) TO pp-team-share
  MOVE pt-paid(PT-INDEX) TO pp-paid
  WRITE Playoff-Pool-Record.

Pay-Character-Share.
  MOVE sc-appearances(SC-INDEX) TO count-edit
  MOVE sc-share(SC-INDEX) TO amount-edit
  MOVE SPACES TO print-line
  STRING "  " sc-short-name(SC-INDEX) "   " count-edit "   $"
    amount-edit DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF sc-share(SC-INDEX) = ZERO
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO characters-paid
  ADD sc-share(SC-INDEX) TO distributed-total

  IF batch-dry-run
    DISPLAY "WOULD PAY: " FUNCTION TRIM(sc-short-name(SC-INDEX))
      " $" sc-share(SC-INDEX) " FOR " sc-appearances(SC-INDEX)
      " APPEARANCE(S)"
    EXIT PARAGRAPH
  END-IF

  MOVE sc-share(SC-INDEX) TO share-remaining
  PERFORM Write-Share-Pay-Posting UNTIL share-remaining = ZERO

  MOVE SPACES TO Team-Ledger-Record
  MOVE pool-date TO tl-date
  MOVE pt-team-name(PT-INDEX) TO tl-team
  MOVE "BONUS" TO tl-category
  COMPUTE tl-amount = ZERO - sc-share(SC-INDEX)
  PERFORM Write-Pool-Team-Ledger.

Write-Share-Pay-Posting.
  MOVE SPACES TO Pay-Ledger-Record
  MOVE pool-year  TO pl-year
  MOVE pool-month TO pl-month
  MOVE pool-day   TO pl-day
  MOVE sc-short-name(SC-INDEX) TO pl-short-name
  MOVE pt-team-name(PT-INDEX) TO pl-team
  IF share-remaining > PAY-POSTING-LIMIT
    MOVE PAY-POSTING-LIMIT TO pl-amount
  ELSE
    MOVE share-remaining TO pl-amount
  END-IF
  SUBTRACT pl-amount FROM share-remaining
  SET pl-bonus-posting TO TRUE
  PERFORM Apply-Pay-Withholding
  WRITE Pay-Ledger-Record.

Post-Team-Pool-Share.
  COMPUTE team-net-credit = pt-share(PT-INDEX) - pt-paid(PT-INDEX)
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE pt-team-name(PT-INDEX) TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  ADD team-net-credit TO tr-balance
  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE pt-team-name(PT-INDEX) TO tr-team-name
    WRITE Treasury-Record
  END-IF
  PERFORM Check-Treasury-Status
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE pool-date TO tl-date
  MOVE pt-team-name(PT-INDEX) TO tl-team
  MOVE "PLAYPOOL" TO tl-category
  MOVE pt-share(PT-INDEX) TO tl-amount
  PERFORM Write-Pool-Team-Ledger.

Write-Pool-Team-Ledger.
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

Print-Column-Headings.
  MOVE "  CHARACTER   APPEARANCES      SHARE" TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "PLAYOFF-POOL".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "PLAYOFF-POOL"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

PAY-WITHHOLDING-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pay-withholding.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PLAYOFF-POOL".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
