IDENTIFICATION DIVISION.
PROGRAM-ID. Merchandise-Sales-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Attendance ASSIGN TO DYNAMIC attendance-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS attendance-status.

  SELECT Merchandise-Sales ASSIGN TO "data/merchandise-sales.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS merchandise-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.

  COPY "src/copy/file-description/standings-record.cpy".

FD Attendance.
  COPY "src/copy/file-description/attendance-record.cpy".

FD Merchandise-Sales.
  COPY "src/copy/file-description/merchandise-sale-record.cpy".

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

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/pay-withholding-data.cpy".
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 Standings-Status PIC 99.
    88 standings-missing VALUE 35.
  01 attendance-status PIC 99.
    88 end-of-attendance VALUE 10.
    88 attendance-file-missing VALUE 35.
  01 merchandise-status PIC 99.
    88 end-of-merchandise-sales VALUE 10.
    88 merchandise-sales-missing VALUE 35.
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

  78 MERCH-POPULARITY-PER-UNIT VALUE 5.
  78 MERCH-UNIT-PRICE VALUE 3.
  78 MERCH-FAVOURITE-PERCENT VALUE 150.
  78 MERCH-ROYALTY-PERCENT VALUE 10.
  78 MERCH-ATTENDANCE-PER-POINT VALUE 100.
  78 MERCH-ATTENDANCE-MAXIMUM VALUE 200.
  78 MERCH-RECENT-DAYS VALUE 28.

  01 sale-week.
    02 sale-year PIC 9(4).
    02 sale-week-number PIC 99.
  01 sale-date PIC 9(8).
  01 sale-day-number PIC 9(7).
  01 attendance-day-number PIC 9(7).
  01 week-sold-flag PIC 9 VALUE ZERO.
    88 week-already-sold VALUE 1.

  01 Merch-Team-Table.
    02 Merch-Team-Entry OCCURS 100 TIMES INDEXED BY MT-INDEX.
      03 mt-team-name       PIC X(20).
      03 mt-home-games      PIC 9(3).
      03 mt-attendance      PIC 9(7).
      03 mt-standing-percent  PIC 9(3).
      03 mt-attendance-percent PIC 9(3).
      03 mt-sellers         PIC 9(4).
      03 mt-units           PIC 9(7).
      03 mt-revenue         PIC 9(9).
      03 mt-royalty         PIC 9(7).
  01 merch-team-count PIC 9(3) VALUE ZERO.
  01 mt-found PIC 9 VALUE ZERO.
    88 mt-team-was-found VALUE 1.
  01 merch-lookup-team PIC X(20).
  01 games-on-record PIC 9(5).

  01 merch-team PIC X(20).
  01 favourite-percent PIC 9(3).
  01 merch-units-work PIC 9(9).
  01 merch-units PIC 9(5).
  01 merch-revenue PIC 9(7).
  01 merch-royalty PIC 9(5).
  01 merch-net-credit PIC S9(9).

  01 characters-reviewed PIC 9(5) VALUE ZERO.
  01 characters-selling PIC 9(5) VALUE ZERO.
  01 units-total PIC 9(9) VALUE ZERO.
  01 revenue-total PIC 9(9) VALUE ZERO.
  01 royalty-total PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; MERCHANDISE NOT SOLD."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  MOVE clock-year TO sale-year
  COMPUTE sale-week-number =
    ((clock-month - 1) * 28 + clock-day - 1) / 7 + 1
  COMPUTE sale-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  COMPUTE sale-day-number =
    clock-year * 364 + (clock-month - 1) * 28 + clock-day

  PERFORM Check-Week-Already-Sold
  IF week-already-sold
    DISPLAY "MERCHANDISE FOR " sale-year " WEEK " sale-week-number
      " HAS ALREADY BEEN BOOKED."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  DISPLAY "=== MERCHANDISE SALES FOR " sale-year " WEEK "
    sale-week-number " ==="
  INITIALIZE Merch-Team-Table
  PERFORM Load-Pay-Withholding
  OPEN INPUT Standings
  PERFORM Load-Recent-Attendance

  IF NOT batch-dry-run
    OPEN EXTEND Merchandise-Sales
    IF merchandise-sales-missing
      OPEN OUTPUT Merchandise-Sales
    END-IF
    OPEN EXTEND Pay-Ledger
    IF pay-ledger-missing
      OPEN OUTPUT Pay-Ledger
    END-IF
  END-IF

  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY
        DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              PERFORM Sell-One-Character
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Standings

  IF NOT batch-dry-run
    CLOSE Merchandise-Sales
    CLOSE Pay-Ledger
    PERFORM Save-Fine-Withholding
  END-IF

  PERFORM VARYING MT-INDEX FROM 1 BY 1
      UNTIL MT-INDEX > merch-team-count
    IF mt-revenue(MT-INDEX) > ZERO
      PERFORM Post-Team-Merchandise
    END-IF
  END-PERFORM

  DISPLAY SPACES
  DISPLAY "MERCHANDISE BATCH COMPLETE: " characters-selling
    " CHARACTER(S) SOLD " units-total " UNIT(S) FOR $" revenue-total
    ", ROYALTIES $" royalty-total
  MOVE characters-reviewed TO run-processed-count
  MOVE characters-selling TO run-changed-count
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
  CLOSE Season-Clock.

Check-Week-Already-Sold.
  MOVE ZERO TO week-sold-flag
  OPEN INPUT Merchandise-Sales
  IF NOT merchandise-sales-missing
    PERFORM UNTIL end-of-merchandise-sales OR week-already-sold
      READ Merchandise-Sales
        AT END
          SET end-of-merchandise-sales TO TRUE
        NOT AT END
          IF ms-sale-week = sale-week
            SET week-already-sold TO TRUE
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Merchandise-Sales.

Load-Recent-Attendance.
  OPEN INPUT Attendance
  IF attendance-file-missing
    CLOSE Attendance
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-attendance
    READ Attendance
      AT END
        SET end-of-attendance TO TRUE
      NOT AT END
        PERFORM Tally-One-Attendance
    END-READ
  END-PERFORM
  CLOSE Attendance.

Tally-One-Attendance.
  IF at-date IS NOT NUMERIC
    EXIT PARAGRAPH
  END-IF
  COMPUTE attendance-day-number =
    at-year * 364 + (at-month - 1) * 28 + at-day
  IF attendance-day-number >= sale-day-number
      OR attendance-day-number + MERCH-RECENT-DAYS < sale-day-number
    EXIT PARAGRAPH
  END-IF

  EVALUATE at-home-away
    WHEN "H"
      MOVE "TEAMMATES" TO merch-lookup-team
    WHEN "A"
      MOVE at-challenger TO merch-lookup-team
    WHEN OTHER
      EXIT PARAGRAPH
  END-EVALUATE
  PERFORM Find-Merch-Team
  IF mt-team-was-found
    ADD 1 TO mt-home-games(MT-INDEX)
    ADD at-attendance TO mt-attendance(MT-INDEX)
  END-IF.

Find-Merch-Team.
  MOVE ZERO TO mt-found
  PERFORM VARYING MT-INDEX FROM 1 BY 1
      UNTIL MT-INDEX > merch-team-count OR mt-team-was-found
    IF mt-team-name(MT-INDEX) = merch-lookup-team
      SET mt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF mt-team-was-found
    SET MT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF merch-team-count >= 100
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO merch-team-count
  SET MT-INDEX TO merch-team-count
  MOVE merch-lookup-team TO mt-team-name(MT-INDEX)
  PERFORM Rate-Team-Standing
  SET mt-team-was-found TO TRUE.

Rate-Team-Standing.
  MOVE 100 TO mt-standing-percent(MT-INDEX)
  IF standings-missing
    EXIT PARAGRAPH
  END-IF
  MOVE sale-year TO standings-season
  MOVE merch-lookup-team TO team-name
  READ Standings
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  COMPUTE games-on-record = team-wins + team-losses + team-ties
  IF games-on-record > ZERO
    COMPUTE mt-standing-percent(MT-INDEX) =
      50 + (team-wins * 100) / games-on-record
  END-IF.

Sell-One-Character.
  IF character-archived
    EXIT PARAGRAPH
  END-IF
  IF teammate
    MOVE "TEAMMATES" TO merch-team
  ELSE
    IF team = SPACES OR team = "NONE" OR team = "NO TEAM"
        OR team = "WAIVERS"
      EXIT PARAGRAPH
    END-IF
    MOVE team TO merch-team
  END-IF
  ADD 1 TO characters-reviewed

  MOVE merch-team TO merch-lookup-team
  PERFORM Find-Merch-Team
  IF NOT mt-team-was-found
    EXIT PARAGRAPH
  END-IF

  IF mt-home-games(MT-INDEX) = ZERO
    MOVE 100 TO mt-attendance-percent(MT-INDEX)
  ELSE
    COMPUTE mt-attendance-percent(MT-INDEX) = 100
      + mt-attendance(MT-INDEX)
        / (mt-home-games(MT-INDEX) * MERCH-ATTENDANCE-PER-POINT)
    IF mt-attendance-percent(MT-INDEX) > MERCH-ATTENDANCE-MAXIMUM
      MOVE MERCH-ATTENDANCE-MAXIMUM TO mt-attendance-percent(MT-INDEX)
    END-IF
  END-IF

  MOVE 100 TO favourite-percent
  IF fan-favourite
    MOVE MERCH-FAVOURITE-PERCENT TO favourite-percent
  END-IF

  COMPUTE merch-units-work =
    popularity * favourite-percent * mt-standing-percent(MT-INDEX)
    * mt-attendance-percent(MT-INDEX)
    / (1000000 * MERCH-POPULARITY-PER-UNIT)
  IF merch-units-work > 99999
    MOVE 99999 TO merch-units-work
  END-IF
  MOVE merch-units-work TO merch-units
  IF merch-units = ZERO
    EXIT PARAGRAPH
  END-IF

  COMPUTE merch-revenue = merch-units * MERCH-UNIT-PRICE
  COMPUTE merch-royalty = merch-revenue * MERCH-ROYALTY-PERCENT / 100
  IF merch-royalty > 999
    MOVE 999 TO merch-royalty
  END-IF

  ADD 1 TO characters-selling
  ADD 1 TO mt-sellers(MT-INDEX)
  ADD merch-units TO mt-units(MT-INDEX) units-total
  ADD merch-revenue TO mt-revenue(MT-INDEX) revenue-total
  ADD merch-royalty TO mt-royalty(MT-INDEX) royalty-total

  IF batch-dry-run
    DISPLAY "WOULD SELL: " FUNCTION TRIM(short-name) " "
      merch-units " UNIT(S) $" merch-revenue " ROYALTY $"
      merch-royalty
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO Merchandise-Sale-Record
  MOVE sale-year TO ms-year
  MOVE sale-week-number TO ms-week
  MOVE sale-date TO ms-date
  MOVE short-name TO ms-short-name
  MOVE merch-team TO ms-team
  MOVE popularity TO ms-popularity
  MOVE merch-units TO ms-units
  MOVE merch-revenue TO ms-revenue
  MOVE merch-royalty TO ms-royalty
  WRITE Merchandise-Sale-Record

  IF merch-royalty > ZERO
    MOVE SPACES TO Pay-Ledger-Record
    MOVE clock-year  TO pl-year
    MOVE clock-month TO pl-month
    MOVE clock-day   TO pl-day
    MOVE short-name TO pl-short-name
    MOVE merch-team TO pl-team
    MOVE merch-royalty TO pl-amount
    SET pl-royalty-posting TO TRUE
    PERFORM Apply-Pay-Withholding
    WRITE Pay-Ledger-Record
  END-IF.

Post-Team-Merchandise.
  COMPUTE merch-net-credit =
    mt-revenue(MT-INDEX) - mt-royalty(MT-INDEX)
  IF batch-dry-run
    DISPLAY "WOULD CREDIT: " FUNCTION TRIM(mt-team-name(MT-INDEX))
      " MERCHANDISE $" mt-revenue(MT-INDEX) " LESS ROYALTIES $"
      mt-royalty(MT-INDEX)
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE mt-team-name(MT-INDEX) TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  ADD merch-net-credit TO tr-balance
  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE mt-team-name(MT-INDEX) TO tr-team-name
    WRITE Treasury-Record
  END-IF
  PERFORM Check-Treasury-Status
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE sale-date TO tl-date
  MOVE mt-team-name(MT-INDEX) TO tl-team
  MOVE "MERCH" TO tl-category
  MOVE mt-revenue(MT-INDEX) TO tl-amount
  PERFORM Write-Merch-Team-Ledger
  IF mt-royalty(MT-INDEX) > ZERO
    MOVE SPACES TO Team-Ledger-Record
    MOVE sale-date TO tl-date
    MOVE mt-team-name(MT-INDEX) TO tl-team
    MOVE "ROYALTY" TO tl-category
    COMPUTE tl-amount = ZERO - mt-royalty(MT-INDEX)
    PERFORM Write-Merch-Team-Ledger
  END-IF

  DISPLAY "MERCHANDISE: " FUNCTION TRIM(mt-team-name(MT-INDEX)) " $"
    mt-revenue(MT-INDEX) " FROM " mt-sellers(MT-INDEX)
    " SELLER(S), ROYALTIES $" mt-royalty(MT-INDEX).

Write-Merch-Team-Ledger.
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "MERCHANDISE-SALES".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "MERCHANDISE-SALES"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "MERCHANDISE-SALES"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

PAY-WITHHOLDING-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pay-withholding.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "MERCHANDISE-SALES".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
