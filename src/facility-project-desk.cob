IDENTIFICATION DIVISION.
PROGRAM-ID. Facility-Project-Desk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Facility-Projects ASSIGN TO "data/facility-projects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fp-project-key
    FILE STATUS IS project-status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Team-Loans ASSIGN TO "data/team-loans.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ln-team-name
    FILE STATUS IS loan-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

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
FD Facility-Projects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Facility-Project-Record.

  COPY "src/copy/file-description/facility-project-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/venue-record.cpy".

FD Team-Loans
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Loan-Record.

  COPY "src/copy/file-description/team-loan-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 project-status PIC 99.
    88 end-of-projects VALUE 10.
    88 projects-missing VALUE 35.
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 loan-status PIC 99.
    88 loans-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 error-log-status PIC 99.

  78 DAYS-PER-MONTH VALUE 28.
  78 CAPACITY-CLOSED-PCT VALUE 25.
  78 RESURFACE-CLOSED-PCT VALUE 50.
  78 HOMEBONUS-CLOSED-PCT VALUE 10.

  01 desk-choice PIC X.
    88 plan-chosen VALUES "P", "p".
    88 list-chosen VALUES "L", "l".
    88 quit-chosen VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 entry-type PIC X(10).
  01 entry-capacity-add PIC 9(5).
  01 entry-condition PIC X(10).
  01 entry-bonus-add PIC 9.
  01 entry-cost PIC 9(7).
  01 entry-start-date PIC 9(8).
  01 entry-duration PIC 9(3).
  01 entry-funding PIC X.
    88 entry-instalments VALUES "I", "i".
    88 entry-loan        VALUES "L", "l".
  01 entry-rate PIC 99.
  01 entry-term PIC 99.
  01 total-repayable PIC 9(7).
  01 instalment-months PIC 9(3).
  01 closed-percent PIC 99.

  01 venue-found-flag PIC 9 VALUE ZERO.
    88 venue-on-file VALUE 1.
  01 open-project-flag PIC 9 VALUE ZERO.
    88 team-has-open-project VALUE 1.
  01 loan-found PIC 9 VALUE ZERO.
    88 loan-was-found VALUE 1.
  01 desk-today PIC 9(8).
  01 held-venue-name PIC X(20).
  01 held-capacity PIC 9(5).
  01 held-home-bonus PIC 9.
  01 percent-complete PIC 9(3).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Season-Clock
  MOVE ZERO TO desk-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== FACILITY PROJECT DESK ==="
    DISPLAY "[P]LAN PROJECT, [L]IST PROJECTS OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
      WHEN plan-chosen
        PERFORM Plan-One-Project
      WHEN list-chosen
        PERFORM List-Projects
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
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
    MOVE clock-date TO desk-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO desk-today
  END-IF.

Plan-One-Project.
  DISPLAY "TEAM: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF

  PERFORM Read-Team-Venue
  IF NOT venue-on-file
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-team)
      " HAS NO VENUE ON FILE; ASSIGN ONE IN THE VENUE EDITOR."
    EXIT PARAGRAPH
  END-IF
  PERFORM Find-Open-Project
  IF team-has-open-project
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-team)
      " ALREADY HAS A PROJECT UNDER WAY."
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO Facility-Project-Record
  DISPLAY "PROJECT (CAPACITY, RESURFACE, HOMEBONUS): "
    WITH NO ADVANCING
  ACCEPT entry-type
  MOVE FUNCTION UPPER-CASE(entry-type) TO fp-project-type
  MOVE ZERO TO fp-capacity-add fp-bonus-add
  EVALUATE TRUE
    WHEN fp-expand-capacity
      DISPLAY "SEATS TO ADD: " WITH NO ADVANCING
      ACCEPT entry-capacity-add
      IF entry-capacity-add = ZERO
          OR held-capacity + entry-capacity-add > 99999
        DISPLAY "REFUSED: SEATS MUST TAKE CAPACITY ABOVE "
          held-capacity " AND NO HIGHER THAN 99999."
        EXIT PARAGRAPH
      END-IF
      MOVE entry-capacity-add TO fp-capacity-add
      MOVE CAPACITY-CLOSED-PCT TO closed-percent
    WHEN fp-resurface
      DISPLAY "NEW SURFACE (FAST/SLOW/ROUGH/NORMAL): "
        WITH NO ADVANCING
      ACCEPT entry-condition
      MOVE FUNCTION UPPER-CASE(entry-condition) TO fp-new-condition
      IF fp-new-condition = SPACES
        DISPLAY "REFUSED: A NEW SURFACE IS REQUIRED."
        EXIT PARAGRAPH
      END-IF
      MOVE RESURFACE-CLOSED-PCT TO closed-percent
    WHEN fp-home-bonus
      DISPLAY "HOME BONUS POINTS TO ADD: " WITH NO ADVANCING
      ACCEPT entry-bonus-add
      IF entry-bonus-add = ZERO
          OR held-home-bonus + entry-bonus-add > 9
        DISPLAY "REFUSED: HOME BONUS IS " held-home-bonus
          " AND CANNOT RISE ABOVE 9."
        EXIT PARAGRAPH
      END-IF
      MOVE entry-bonus-add TO fp-bonus-add
      MOVE HOMEBONUS-CLOSED-PCT TO closed-percent
    WHEN OTHER
      DISPLAY "REFUSED: UNKNOWN PROJECT TYPE."
      EXIT PARAGRAPH
  END-EVALUATE

  DISPLAY "COST: " WITH NO ADVANCING
  ACCEPT entry-cost
  DISPLAY "START DATE (YYYYMMDD, 0 FOR TODAY): " WITH NO ADVANCING
  ACCEPT entry-start-date
  IF entry-start-date = ZERO
    MOVE desk-today TO entry-start-date
  END-IF
  DISPLAY "DURATION (CALENDAR DAYS): " WITH NO ADVANCING
  ACCEPT entry-duration
  DISPLAY "FUNDING: [I]NSTALMENTS OR TEAM [L]OAN: " WITH NO ADVANCING
  ACCEPT entry-funding
  IF entry-cost = ZERO OR entry-duration = ZERO
    DISPLAY "REFUSED: A PROJECT NEEDS A COST AND A DURATION."
    EXIT PARAGRAPH
  END-IF
  IF NOT entry-instalments AND NOT entry-loan
    DISPLAY "REFUSED: FUNDING MUST BE I OR L."
    EXIT PARAGRAPH
  END-IF

  MOVE entry-team TO fp-team
  MOVE entry-start-date TO fp-start-date
  MOVE entry-cost TO fp-cost
  MOVE entry-duration TO fp-duration-days
  MOVE ZERO TO fp-days-elapsed fp-paid-to-date fp-last-paid-period
    fp-completed-date fp-instalment
  COMPUTE fp-seats-closed = held-capacity * closed-percent / 100
  SET project-scheduled TO TRUE

  IF entry-loan
    PERFORM Fund-Project-By-Loan
    IF NOT fp-paid-by-loan
      EXIT PARAGRAPH
    END-IF
  ELSE
    SET fp-paid-by-instalments TO TRUE
    COMPUTE instalment-months =
      (entry-duration + DAYS-PER-MONTH - 1) / DAYS-PER-MONTH
    COMPUTE fp-instalment ROUNDED = entry-cost / instalment-months
  END-IF

  OPEN I-O Facility-Projects
  IF projects-missing
    OPEN OUTPUT Facility-Projects
  END-IF
  PERFORM Check-Project-Status
  WRITE Facility-Project-Record
    INVALID KEY
      DISPLAY "REFUSED: A PROJECT FOR " FUNCTION TRIM(fp-team)
        " ALREADY STARTS ON " fp-start-date
      CLOSE Facility-Projects
      EXIT PARAGRAPH
  END-WRITE
  PERFORM Check-Project-Status
  CLOSE Facility-Projects

  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(fp-project-type) " PROJECT PLANNED AT "
    FUNCTION TRIM(held-venue-name) ": $" fp-cost " OVER "
    fp-duration-days " DAY(S) FROM " fp-start-date
  DISPLAY fp-seats-closed " SEAT(S) CLOSED WHILE WORK IS UNDER WAY".

Read-Team-Venue.
  MOVE ZERO TO venue-found-flag
  MOVE ZERO TO venue-status
  OPEN INPUT Venues
  IF venues-missing
    CLOSE Venues
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO ve-team-name
  READ Venues
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET venue-on-file TO TRUE
      MOVE ve-venue-name TO held-venue-name
      MOVE ve-capacity TO held-capacity
      MOVE ve-home-bonus TO held-home-bonus
  END-READ
  CLOSE Venues.

Find-Open-Project.
  MOVE ZERO TO open-project-flag
  MOVE ZERO TO project-status
  OPEN INPUT Facility-Projects
  IF projects-missing
    CLOSE Facility-Projects
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO fp-team
  MOVE ZERO TO fp-start-date
  START Facility-Projects KEY >= fp-project-key
    INVALID KEY
      MOVE 10 TO project-status
  END-START
  PERFORM UNTIL end-of-projects OR team-has-open-project
    READ Facility-Projects NEXT RECORD
      AT END
        SET end-of-projects TO TRUE
      NOT AT END
        IF fp-team NOT = entry-team
          SET end-of-projects TO TRUE
        ELSE
          IF NOT project-complete
            SET team-has-open-project TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Facility-Projects.

Fund-Project-By-Loan.
  DISPLAY "LOAN RATE (WHOLE PCT OVER THE TERM): " WITH NO ADVANCING
  ACCEPT entry-rate
  DISPLAY "LOAN TERM (MONTHS, 1-99): " WITH NO ADVANCING
  ACCEPT entry-term
  IF entry-term = ZERO
    DISPLAY "REFUSED: A LOAN NEEDS A TERM."
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO loan-status
  OPEN I-O Team-Loans
  IF loans-missing
    OPEN OUTPUT Team-Loans
  END-IF
  MOVE ZERO TO loan-found
  MOVE entry-team TO ln-team-name
  READ Team-Loans
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET loan-was-found TO TRUE
  END-READ
  IF loan-was-found AND NOT loan-paid-off
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-team)
      " ALREADY CARRIES AN OPEN LOAN; FUND BY INSTALMENTS."
    CLOSE Team-Loans
    EXIT PARAGRAPH
  END-IF

  COMPUTE total-repayable =
    entry-cost + entry-cost * entry-rate / 100
  MOVE entry-team TO ln-team-name
  MOVE entry-cost TO ln-principal
  MOVE entry-rate TO ln-rate-pct
  MOVE entry-term TO ln-term-months
  MOVE total-repayable TO ln-balance
  COMPUTE ln-monthly-payment ROUNDED =
    total-repayable / entry-term
  IF ln-monthly-payment = ZERO
    MOVE 1 TO ln-monthly-payment
  END-IF
  MOVE ZERO TO ln-missed-payments
  SET loan-active TO TRUE
  IF loan-was-found
    REWRITE Team-Loan-Record
  ELSE
    WRITE Team-Loan-Record
  END-IF
  PERFORM Check-Loan-Status
  CLOSE Team-Loans

  MOVE SPACES TO Team-Ledger-Record
  MOVE desk-today TO tl-date
  MOVE entry-team TO tl-team
  MOVE "LOAN" TO tl-category
  MOVE entry-cost TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
    MOVE "FACILITY" TO tl-category
    COMPUTE tl-amount = ZERO - entry-cost
    PERFORM Guard-Ledger-Posting
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger

  SET fp-paid-by-loan TO TRUE
  MOVE entry-cost TO fp-paid-to-date
  DISPLAY "LOAN GRANTED: $" entry-cost " TO "
    FUNCTION TRIM(entry-team) "; $" total-repayable
    " REPAYABLE OVER " entry-term " MONTH(S)".

List-Projects.
  MOVE ZERO TO project-status
  OPEN INPUT Facility-Projects
  IF projects-missing
    DISPLAY "NO FACILITY PROJECTS ON FILE."
    CLOSE Facility-Projects
    EXIT PARAGRAPH
  END-IF
  DISPLAY "TEAM                 START    PROJECT    DAYS     PCT"
    "    PAID     COST F ST"
  MOVE LOW-VALUE TO fp-project-key
  START Facility-Projects KEY >= fp-project-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-projects
        READ Facility-Projects NEXT RECORD
          AT END
            SET end-of-projects TO TRUE
          NOT AT END
            COMPUTE percent-complete =
              fp-days-elapsed * 100 / fp-duration-days
            DISPLAY fp-team " " fp-start-date " " fp-project-type " "
              fp-days-elapsed "/" fp-duration-days "  "
              percent-complete "  " fp-paid-to-date "  " fp-cost
              " " fp-funding "  " fp-status
        END-READ
      END-PERFORM
  END-START
  CLOSE Facility-Projects.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Project-Status
              STATUS-FIELD BY project-status
              PROGRAM-TAG BY "FACILITY-DESK"
              FILE-TAG BY "FACILITY-PROJ".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Loan-Status
              STATUS-FIELD BY loan-status
              PROGRAM-TAG BY "FACILITY-DESK"
              FILE-TAG BY "TEAM-LOANS".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "FACILITY-DESK".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
