IDENTIFICATION DIVISION.
PROGRAM-ID. Cash-Flow-Forecast.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

  SELECT Team-Loans ASSIGN TO "data/team-loans.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ln-team-name
    FILE STATUS IS loan-status.

  SELECT Sponsorships ASSIGN TO "data/sponsorships.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS sp-team-name
    FILE STATUS IS sponsorship-status.

  SELECT Pensions ASSIGN TO "data/pensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dm-dead-money-key
    FILE STATUS IS dead-money-status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Print ASSIGN TO "data/cash-flow-forecast.prt"
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
FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Team-Loans
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Loan-Record.

  COPY "src/copy/file-description/team-loan-record.cpy".

FD Sponsorships
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Sponsorship-Record.

  COPY "src/copy/file-description/sponsorship-record.cpy".

FD Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

FD Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.

  COPY "src/copy/file-description/standings-record.cpy".

FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

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
  COPY "src/copy/working-storage/coaching-staff-data.cpy".
  COPY "src/copy/working-storage/pension-data.cpy".

  01 treasury-status PIC 99.
    88 end-of-treasury VALUE 10.
    88 treasury-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 loan-status PIC 99.
    88 end-of-loans VALUE 10.
    88 loans-missing VALUE 35.
  01 sponsorship-status PIC 99.
    88 end-of-sponsorships VALUE 10.
    88 sponsorships-missing VALUE 35.
  01 Standings-Status PIC 99.
  01 Calendar-Status PIC 99.
  01 team-ledger-status PIC 99.
    88 end-of-team-ledger VALUE 10.
    88 team-ledger-missing VALUE 35.
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 dead-money-status PIC 99.
    88 end-of-dead-money VALUE 10.
    88 dead-money-missing VALUE 35.
  01 error-log-status PIC 99.

  78 FORECAST-DAYS VALUE 30.
  78 REVENUE-SHARE-PCT VALUE 10.
  78 GATE-REVENUE-PER-STAKES VALUE 100.
  01 gate-per-stakes PIC 9(3) VALUE GATE-REVENUE-PER-STAKES.

  01 forecast-date-area.
    02 forecast-year  PIC 9(4).
    02 forecast-month PIC 99.
    02 forecast-day   PIC 99.
  01 forecast-date REDEFINES forecast-date-area PIC 9(8).
  01 forecast-start-date PIC 9(8).
  01 forecast-end-date PIC 9(8).
  01 month-start-date PIC 9(8).
  01 forecast-day-number PIC 99.

  01 Forecast-Team-Table.
    02 Forecast-Team-Entry OCCURS 100 TIMES INDEXED BY FT-INDEX.
      03 ft-team-name         PIC X(20).
      03 ft-opening-balance   PIC S9(9).
      03 ft-balance           PIC S9(9).
      03 ft-low-balance       PIC S9(9).
      03 ft-low-date          PIC 9(8).
      03 ft-first-negative    PIC 9(8).
      03 ft-inflow            PIC 9(9).
      03 ft-outflow           PIC 9(9).
      03 ft-daily-per-diem    PIC 9(7).
      03 ft-daily-staff       PIC 9(7).
      03 ft-loan-payment      PIC 9(5).
      03 ft-loan-remaining    PIC 9(7).
      03 ft-sponsor-base      PIC 9(5).
      03 ft-sponsor-end-year  PIC 9(4).
      03 ft-monthly-pension   PIC 9(7).
      03 ft-buyout-installment PIC 9(7).
      03 ft-month-gate        PIC S9(9).
      03 ft-gate-flag         PIC 9.
        88 ft-took-gate VALUE 1.
      03 ft-win-pct           PIC 9V9999.
  01 forecast-team-count PIC 9(3) VALUE ZERO.
  01 forecast-lookup-team PIC X(20).
  01 ft-found PIC 9 VALUE ZERO.
    88 ft-team-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 forecast-table-overflowed VALUE 1.
  01 ft-scan PIC 9(3).

  01 payroll-team PIC X(20).
  01 flow-amount PIC S9(9).
  01 game-stakes PIC 9.
  01 game-gate PIC 9(5).
  01 share-games PIC 9(5).
  01 share-team-count PIC 9(3).
  01 share-recipients PIC 9(3).
  01 share-pool PIC 9(9).
  01 share-grant-each PIC 9(9).
  01 share-skim PIC 9(9).
  01 share-rank-count PIC 9(3).
  01 negative-team-count PIC 9(3) VALUE ZERO.

  01 opening-out PIC -(9)9.
  01 low-out PIC -(9)9.
  01 closing-out PIC -(9)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Season-Clock
  PERFORM Load-Gate-Rule
  INITIALIZE Forecast-Team-Table

  PERFORM Load-Treasury-Balances
  PERFORM Load-Roster-Per-Diem
  PERFORM Load-Staff-Salaries
  PERFORM Load-Loan-Payments
  PERFORM Load-Sponsor-Payments
  PERFORM Load-Pension-Payments
  PERFORM Load-Buyout-Installments
  PERFORM Load-Month-Gate-To-Date
  PERFORM Load-Win-Pcts

  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    MOVE ft-balance(FT-INDEX) TO ft-opening-balance(FT-INDEX)
    MOVE ft-balance(FT-INDEX) TO ft-low-balance(FT-INDEX)
    MOVE forecast-date TO ft-low-date(FT-INDEX)
  END-PERFORM

  PERFORM VARYING forecast-day-number FROM 1 BY 1
      UNTIL forecast-day-number > FORECAST-DAYS
    PERFORM Project-One-Day
    MOVE forecast-date TO forecast-end-date
    PERFORM Advance-Forecast-Date
  END-PERFORM

  MOVE SPACES TO ph-title
  STRING "30-DAY CASH FLOW FORECAST FROM " forecast-start-date
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Forecast-Report
  CLOSE Report-Print

  MOVE forecast-team-count TO run-processed-count
  MOVE negative-team-count TO run-rejected-count
  IF negative-team-count > ZERO
    DISPLAY "*** " negative-team-count " TEAM(S) FORECAST TO GO"
      " NEGATIVE; SEE data/cash-flow-forecast.prt ***"
  ELSE
    DISPLAY "NO TEAM IS FORECAST TO GO NEGATIVE THROUGH "
      forecast-end-date
  END-IF
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "TEAM                    OPENING   LOW POINT  LOW DATE     DAY-30  ALERT"
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
    MOVE clock-year TO forecast-year
    MOVE clock-month TO forecast-month
    MOVE clock-day TO forecast-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO forecast-date
    IF forecast-month > 13
      MOVE 13 TO forecast-month
    END-IF
    IF forecast-day > 28
      MOVE 28 TO forecast-day
    END-IF
  END-IF
  MOVE forecast-date TO forecast-start-date
  COMPUTE month-start-date =
    forecast-year * 10000 + forecast-month * 100 + 1.

Load-Gate-Rule.
  MOVE forecast-start-date TO rules-as-of-date
  PERFORM Select-Rules-Version
  IF rules-version-found
    MOVE rl-gate-revenue-per-stakes TO gate-per-stakes
  END-IF
  CLOSE League-Rules.

Load-Treasury-Balances.
  OPEN INPUT Treasury
  IF treasury-missing
    CLOSE Treasury
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Treasury-Status
  MOVE LOW-VALUE TO tr-team-name
  START Treasury KEY >= tr-team-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-treasury
        READ Treasury NEXT RECORD
          AT END
            SET end-of-treasury TO TRUE
          NOT AT END
            MOVE tr-team-name TO forecast-lookup-team
            PERFORM Find-Forecast-Team
            IF ft-team-was-found
              MOVE tr-balance TO ft-balance(FT-INDEX)
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Treasury.

Load-Roster-Per-Diem.
  OPEN INPUT CharacterSheet
  IF File-Status = 35
    CLOSE CharacterSheet
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO short-name
  START CharacterSheet KEY >= short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-file
        READ CharacterSheet NEXT RECORD
          AT END
            SET end-of-file TO TRUE
          NOT AT END
            IF NOT character-archived
              PERFORM Accumulate-Team-Per-Diem
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE CharacterSheet.

Accumulate-Team-Per-Diem.
  IF teammate
    MOVE "TEAMMATES" TO payroll-team
  ELSE
    IF team = SPACES OR team = "NONE" OR team = "NO TEAM"
        OR team = "WAIVERS"
      EXIT PARAGRAPH
    END-IF
    MOVE team TO payroll-team
  END-IF
  MOVE payroll-team TO forecast-lookup-team
  PERFORM Find-Forecast-Team
  IF ft-team-was-found
    ADD per-diem TO ft-daily-per-diem(FT-INDEX)
  END-IF.

Load-Staff-Salaries.
  MOVE forecast-year TO staff-season
  PERFORM Load-Coaching-Staff
  PERFORM VARYING STF-INDEX FROM 1 BY 1
      UNTIL STF-INDEX > staff-team-count
    MOVE stf-team-name(STF-INDEX) TO forecast-lookup-team
    PERFORM Find-Forecast-Team
    IF ft-team-was-found
      MOVE stf-daily-salary(STF-INDEX) TO ft-daily-staff(FT-INDEX)
    END-IF
  END-PERFORM.

Load-Loan-Payments.
  OPEN INPUT Team-Loans
  IF loans-missing
    CLOSE Team-Loans
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO ln-team-name
  START Team-Loans KEY >= ln-team-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-loans
        READ Team-Loans NEXT RECORD
          AT END
            SET end-of-loans TO TRUE
          NOT AT END
            IF loan-active OR loan-delinquent
              MOVE ln-team-name TO forecast-lookup-team
              PERFORM Find-Forecast-Team
              IF ft-team-was-found
                MOVE ln-monthly-payment TO ft-loan-payment(FT-INDEX)
                MOVE ln-balance TO ft-loan-remaining(FT-INDEX)
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Team-Loans.

Load-Sponsor-Payments.
  OPEN INPUT Sponsorships
  IF sponsorships-missing
    CLOSE Sponsorships
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO sp-team-name
  START Sponsorships KEY >= sp-team-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-sponsorships
        READ Sponsorships NEXT RECORD
          AT END
            SET end-of-sponsorships TO TRUE
          NOT AT END
            IF sponsorship-active
              MOVE sp-team-name TO forecast-lookup-team
              PERFORM Find-Forecast-Team
              IF ft-team-was-found
                MOVE sp-base-payment TO ft-sponsor-base(FT-INDEX)
                MOVE sp-end-year TO ft-sponsor-end-year(FT-INDEX)
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Sponsorships.

Load-Pension-Payments.
  OPEN INPUT Pensions
  IF pensions-missing
    CLOSE Pensions
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pe-short-name
  START Pensions KEY >= pe-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            IF pension-in-payment
              MOVE pe-paying-team TO forecast-lookup-team
              PERFORM Find-Forecast-Team
              IF ft-team-was-found
                ADD pe-monthly-benefit TO ft-monthly-pension(FT-INDEX)
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Pensions.

Load-Buyout-Installments.
  OPEN INPUT Dead-Money
  IF dead-money-missing
    CLOSE Dead-Money
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO dm-dead-money-key
  START Dead-Money KEY >= dm-dead-money-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-dead-money
        READ Dead-Money NEXT RECORD
          AT END
            SET end-of-dead-money TO TRUE
          NOT AT END
            IF dead-money-open AND dm-spread
              MOVE dm-team TO forecast-lookup-team
              PERFORM Find-Forecast-Team
              IF ft-team-was-found
                ADD dm-installment TO ft-buyout-installment(FT-INDEX)
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Dead-Money.

Load-Month-Gate-To-Date.
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
        IF tl-category = "GATE"
            AND tl-date >= month-start-date
            AND tl-date < forecast-start-date
          MOVE tl-team TO forecast-lookup-team
          PERFORM Find-Forecast-Team
          IF ft-team-was-found
            ADD tl-amount TO ft-month-gate(FT-INDEX)
            SET ft-took-gate(FT-INDEX) TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Team-Ledger.

Load-Win-Pcts.
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    MOVE 0.5000 TO ft-win-pct(FT-INDEX)
  END-PERFORM
  OPEN INPUT Standings
  IF Standings-Status NOT = ZERO
    CLOSE Standings
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    MOVE forecast-year TO standings-season
    MOVE ft-team-name(FT-INDEX) TO team-name
    READ Standings
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        COMPUTE share-games = team-wins + team-losses + team-ties
        IF share-games > ZERO
          COMPUTE ft-win-pct(FT-INDEX) ROUNDED =
            team-wins / share-games
        END-IF
    END-READ
  END-PERFORM
  CLOSE Standings.

Find-Forecast-Team.
  MOVE ZERO TO ft-found
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count OR ft-team-was-found
    IF ft-team-name(FT-INDEX) = forecast-lookup-team
      SET ft-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF ft-team-was-found
    SET FT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF forecast-team-count >= 100
    SET forecast-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO forecast-team-count
  SET FT-INDEX TO forecast-team-count
  MOVE forecast-lookup-team TO ft-team-name(FT-INDEX)
  MOVE 0.5000 TO ft-win-pct(FT-INDEX)
  SET ft-team-was-found TO TRUE.

Project-One-Day.
  PERFORM Project-Scheduled-Gate

  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    COMPUTE flow-amount = ZERO
      - ft-daily-per-diem(FT-INDEX) - ft-daily-staff(FT-INDEX)
    PERFORM Apply-Forecast-Flow
  END-PERFORM

  IF forecast-day = 1
    PERFORM Project-Month-Start-Flows
  END-IF
  IF forecast-day = 28
    PERFORM Project-Revenue-Share
  END-IF

  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    IF ft-balance(FT-INDEX) < ft-low-balance(FT-INDEX)
      MOVE ft-balance(FT-INDEX) TO ft-low-balance(FT-INDEX)
      MOVE forecast-date TO ft-low-date(FT-INDEX)
    END-IF
    IF ft-balance(FT-INDEX) < ZERO
        AND ft-first-negative(FT-INDEX) = ZERO
      MOVE forecast-date TO ft-first-negative(FT-INDEX)
    END-IF
  END-PERFORM.

Project-Scheduled-Gate.
  OPEN INPUT Calendar
  IF Calendar-Status NOT = ZERO
    CLOSE Calendar
    EXIT PARAGRAPH
  END-IF
  MOVE forecast-year TO year-number
  MOVE forecast-month TO month-number
  MOVE forecast-day TO day-number
  MOVE 1 TO game-slot
  READ Calendar KEY IS calendar-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF challenger NOT = SPACES AND challenger NOT = "NONE"
        PERFORM Credit-Scheduled-Gate
      END-IF
  END-READ
  CLOSE Calendar.

Credit-Scheduled-Gate.
  MOVE 1 TO game-stakes
  IF challenger = "WEEKLY SKIRMISH"
    MOVE 2 TO game-stakes
  END-IF
  IF challenger = "MONTHLY MATCH"
    MOVE 3 TO game-stakes
  END-IF
  COMPUTE game-gate = gate-per-stakes * game-stakes

  MOVE "TEAMMATES" TO forecast-lookup-team
  PERFORM Credit-One-Gate
  IF challenger NOT = "RANDOM"
    MOVE challenger TO forecast-lookup-team
    PERFORM Credit-One-Gate
  END-IF.

Credit-One-Gate.
  PERFORM Find-Forecast-Team
  IF NOT ft-team-was-found
    EXIT PARAGRAPH
  END-IF
  MOVE game-gate TO flow-amount
  PERFORM Apply-Forecast-Flow
  ADD game-gate TO ft-month-gate(FT-INDEX)
  SET ft-took-gate(FT-INDEX) TO TRUE.

Project-Month-Start-Flows.
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    IF ft-sponsor-base(FT-INDEX) > ZERO
        AND forecast-year <= ft-sponsor-end-year(FT-INDEX)
      MOVE ft-sponsor-base(FT-INDEX) TO flow-amount
      PERFORM Apply-Forecast-Flow
    END-IF
    IF ft-loan-remaining(FT-INDEX) > ZERO
      COMPUTE flow-amount = ZERO - ft-loan-payment(FT-INDEX)
      PERFORM Apply-Forecast-Flow
      IF ft-loan-payment(FT-INDEX) >= ft-loan-remaining(FT-INDEX)
        MOVE ZERO TO ft-loan-remaining(FT-INDEX)
      ELSE
        SUBTRACT ft-loan-payment(FT-INDEX)
          FROM ft-loan-remaining(FT-INDEX)
      END-IF
    END-IF
    IF ft-monthly-pension(FT-INDEX) > ZERO
      COMPUTE flow-amount = ZERO - ft-monthly-pension(FT-INDEX)
      PERFORM Apply-Forecast-Flow
    END-IF
    IF ft-buyout-installment(FT-INDEX) > ZERO
      COMPUTE flow-amount = ZERO - ft-buyout-installment(FT-INDEX)
      PERFORM Apply-Forecast-Flow
    END-IF
  END-PERFORM.

Project-Revenue-Share.
  MOVE ZERO TO share-pool share-team-count
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    IF ft-took-gate(FT-INDEX)
      ADD 1 TO share-team-count
      IF ft-month-gate(FT-INDEX) > ZERO
        COMPUTE share-skim =
          ft-month-gate(FT-INDEX) * REVENUE-SHARE-PCT / 100
        ADD share-skim TO share-pool
        COMPUTE flow-amount = ZERO - share-skim
        PERFORM Apply-Forecast-Flow
      END-IF
    END-IF
  END-PERFORM

  IF share-pool > ZERO
    COMPUTE share-recipients = share-team-count / 2
    IF share-recipients = ZERO
      MOVE 1 TO share-recipients
    END-IF
    COMPUTE share-grant-each = share-pool / share-recipients
    PERFORM VARYING FT-INDEX FROM 1 BY 1
        UNTIL FT-INDEX > forecast-team-count
      IF ft-took-gate(FT-INDEX) AND share-grant-each > ZERO
        MOVE ZERO TO share-rank-count
        PERFORM VARYING ft-scan FROM 1 BY 1
            UNTIL ft-scan > forecast-team-count
          IF ft-took-gate(ft-scan)
              AND ft-win-pct(ft-scan) < ft-win-pct(FT-INDEX)
            ADD 1 TO share-rank-count
          END-IF
        END-PERFORM
        IF share-rank-count < share-recipients
          MOVE share-grant-each TO flow-amount
          PERFORM Apply-Forecast-Flow
        END-IF
      END-IF
    END-PERFORM
  END-IF

  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    MOVE ZERO TO ft-month-gate(FT-INDEX)
    MOVE ZERO TO ft-gate-flag(FT-INDEX)
  END-PERFORM.

Apply-Forecast-Flow.
  ADD flow-amount TO ft-balance(FT-INDEX)
  IF flow-amount >= ZERO
    ADD flow-amount TO ft-inflow(FT-INDEX)
  ELSE
    SUBTRACT flow-amount FROM ft-outflow(FT-INDEX)
  END-IF.

Advance-Forecast-Date.
  ADD 1 TO forecast-day
  IF forecast-day > 28
    MOVE 1 TO forecast-day
    ADD 1 TO forecast-month
    IF forecast-month > 13
      MOVE 1 TO forecast-month
      ADD 1 TO forecast-year
    END-IF
  END-IF.

Print-Forecast-Report.
  MOVE SPACES TO print-line
  STRING "DAYS " forecast-start-date " THROUGH " forecast-end-date
    "; GATE AT " gate-per-stakes " PER STAKES LEVEL"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  PERFORM Print-Column-Headings

  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    MOVE ft-opening-balance(FT-INDEX) TO opening-out
    MOVE ft-low-balance(FT-INDEX) TO low-out
    MOVE ft-balance(FT-INDEX) TO closing-out
    MOVE SPACES TO print-line
    IF ft-first-negative(FT-INDEX) NOT = ZERO
      ADD 1 TO negative-team-count
      STRING ft-team-name(FT-INDEX) " " opening-out "  " low-out
        "  " ft-low-date(FT-INDEX) " " closing-out "  NEGATIVE"
        DELIMITED BY SIZE INTO print-line
    ELSE
      STRING ft-team-name(FT-INDEX) " " opening-out "  " low-out
        "  " ft-low-date(FT-INDEX) " " closing-out
        DELIMITED BY SIZE INTO print-line
    END-IF
    PERFORM Write-Print-Line
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  IF forecast-table-overflowed
    MOVE "*** MORE THAN 100 TEAMS ON FILE; LATER TEAMS NOT FORECAST"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  IF negative-team-count = ZERO
    MOVE "NO TEAM IS FORECAST TO GO NEGATIVE." TO print-line
    PERFORM Write-Print-Line
    EXIT PARAGRAPH
  END-IF

  MOVE "TEAMS FORECAST TO GO NEGATIVE - ARRANGE A LOAN BEFORE:"
    TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING FT-INDEX FROM 1 BY 1
      UNTIL FT-INDEX > forecast-team-count
    IF ft-first-negative(FT-INDEX) NOT = ZERO
      MOVE ft-low-balance(FT-INDEX) TO low-out
      MOVE SPACES TO print-line
      STRING "  " ft-team-name(FT-INDEX) " FIRST NEGATIVE "
        ft-first-negative(FT-INDEX) " LOW " low-out
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
      DISPLAY "FORECAST SHORTFALL: "
        FUNCTION TRIM(ft-team-name(FT-INDEX)) " ON "
        ft-first-negative(FT-INDEX) " LOW $" low-out
    END-IF
  END-PERFORM.

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "CASH-FLOW-FORECAST"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "CASH-FLOW-FORECAST".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
