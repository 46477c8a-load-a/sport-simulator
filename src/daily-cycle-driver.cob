ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS cycle-progress-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Payroll-Status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    RECORD KEY IS ln-team-name
    FILE STATUS IS loan-status.

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dm-dead-money-key
    FILE STATUS IS dead-money-status.

  SELECT Facility-Projects ASSIGN TO "data/facility-projects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fp-project-key
    FILE STATUS IS project-status.

  SELECT Sponsorships ASSIGN TO "data/sponsorships.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

  SELECT Share-Statements
      ASSIGN TO "data/revenue-share-statement.dat"
    ORGANIZATION IS LINE SEQUENTIAL
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

  SELECT Weather ASSIGN TO DYNAMIC weather-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wx-date
    FILE STATUS IS weather-status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS Game-History-Status.

  SELECT Milestone-History ASSIGN TO "data/milestone-history.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mh-history-key
    FILE STATUS IS milestone-history-status.

  SELECT Record-Alerts ASSIGN TO "data/record-alerts.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS record-alerts-status.

  SELECT Operator-Alerts ASSIGN TO "data/operator-alerts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS al-alert-key
    FILE STATUS IS operator-alert-status.

  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Daily-Bulletin ASSIGN TO DYNAMIC bulletin-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS bulletin-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Calendar
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".


  COPY "src/copy/file-description/team-loan-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

FD Facility-Projects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Facility-Project-Record.

  COPY "src/copy/file-description/facility-project-record.cpy".

FD Sponsorships
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Sponsorship-Record.
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Share-Statements.
  01 Share-Statement-Record.
    02 shr-date PIC 9(8).
FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Withholding-Table.
  COPY "src/copy/file-description/withholding-record.cpy".

FD Character-Fines
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Fine-Record.

  COPY "src/copy/file-description/character-fine-record.cpy".

FD Weather
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Weather-Record.

  COPY "src/copy/file-description/weather-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Milestone-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Milestone-History-Record.

  COPY "src/copy/file-description/milestone-history-record.cpy".

FD Record-Alerts.
  01 Record-Alert-Record.
    02 ra-date PIC 9(8).
    02 FILLER  PIC X VALUE SPACE.
    02 ra-text PIC X(60).

FD Operator-Alerts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Operator-Alert-Record.

  COPY "src/copy/file-description/operator-alert-record.cpy".

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD Daily-Bulletin.
  01 bulletin-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/operator-alert-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
  01 Payroll-Status PIC 99.
    88 payroll-file-missing VALUE 35.
  01 error-log-status PIC 99.
  01 contract-status-code PIC 99.
    88 end-of-contracts VALUE 10.
    88 contracts-missing VALUE 35.

  01 target-year PIC 9(4).
  01 target-month PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 shortfall-status PIC 99.
    88 shortfall-log-missing VALUE 35.
  01 shortfall-count PIC 9(3) VALUE ZERO.
  COPY "src/copy/working-storage/pay-withholding-data.cpy".
  COPY "src/copy/working-storage/coaching-staff-data.cpy".
  01 pay-ledger-status PIC 99.
    88 pay-ledger-missing VALUE 35.
  01 team-ledger-status PIC 99.
      03 lp-paid-flag PIC 9.
        88 lp-payment-made VALUE 1.
  01 loan-pay-count PIC 9(3) VALUE ZERO.
  01 dead-money-status PIC 99.
    88 end-of-dead-money VALUE 10.
    88 dead-money-missing VALUE 35.
  01 dead-money-due PIC 9(7).
  01 dead-money-paid-count PIC 9(3) VALUE ZERO.
  01 dead-money-period PIC 9(6).
  01 project-status PIC 99.
    88 end-of-projects VALUE 10.
    88 projects-missing VALUE 35.
  01 facility-today PIC 9(8).
  01 facility-period PIC 9(6).
  01 facility-payment-due PIC 9(7).
  01 facility-advanced-count PIC 9(3) VALUE ZERO.
  01 facility-completed-count PIC 9(3) VALUE ZERO.
  01 facility-capacity-work PIC 9(6).
  01 facility-bonus-work PIC 99.
  01 sponsorship-status PIC 99.
    88 end-of-sponsorships VALUE 10.
    88 sponsorships-missing VALUE 35.
  01 todays-fortune PIC X(20) VALUE "NONE".
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 weather-status PIC 99.
    88 weather-file-missing VALUE 35.
  01 todays-forecast PIC X(30) VALUE SPACES.
  01 todays-venue-name PIC X(20) VALUE "LEAGUE GROUNDS".
  01 todays-venue-team PIC X(20).
  01 todays-home-away PIC X VALUE "H".
    88 end-of-record-alerts VALUE 10.
    88 record-alerts-missing VALUE 35.
  01 bulletin-numeric-date PIC 9(8).
  01 milestone-history-status PIC 99.
    88 end-of-milestone-history VALUE 10.
    88 milestone-history-missing VALUE 35.

  01 payroll-team PIC X(20).
  01 Team-Payroll-Table.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  DISPLAY "=== DAILY CYCLE DRIVER ==="
  PERFORM Run-One-Cycle-Day
GOBACK.

ENTRY "Daily-Cycle-Run-To-Date".
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  DISPLAY "=== DAILY CYCLE CATCH-UP ==="
  DISPLAY "RUN TO YEAR: " WITH NO ADVANCING
      PERFORM Apply-Team-Morale
      PERFORM Apply-Friendship-Changes
      PERFORM Advance-Mentorships
      CALL "Milestone-Batch"
      MOVE 3 TO checkpoint-step
      PERFORM Write-Cycle-Checkpoint
    ELSE

  IF last-completed-step < 4
    CALL "Social-Event-Generator"
    IF season-clock-found AND FUNCTION MOD(clock-day, 7) = ZERO
      CALL "Satisfaction-Batch"
    END-IF
    MOVE 4 TO checkpoint-step
    PERFORM Write-Cycle-Checkpoint
  ELSE
  END-IF

  IF last-completed-step < 5
    PERFORM Load-Pay-Withholding
    PERFORM Roll-Payroll-Total
    PERFORM Pay-Sponsorships
    PERFORM Collect-Loan-Payments
    PERFORM Pay-Dead-Money-Installments
    PERFORM Advance-Facility-Projects
    PERFORM Share-Monthly-Revenue
    PERFORM Evaluate-Bonus-Clauses
    PERFORM Save-Fine-Withholding
    MOVE 5 TO checkpoint-step
    PERFORM Write-Cycle-Checkpoint
  ELSE
    DISPLAY "PAYROLL ALREADY POSTED TODAY; NOT REPLAYED."
  END-IF

  PERFORM Flag-Expiring-Contracts
  PERFORM Write-Daily-Bulletin
  PERFORM Advance-Season-Clock
  PERFORM Clear-Cycle-Progress.
    DELIMITED BY SIZE INTO bulletin-line
  WRITE bulletin-line

  PERFORM Lookup-Todays-Forecast
  MOVE SPACES TO bulletin-line
  STRING "WEATHER: " todays-forecast
    DELIMITED BY SIZE INTO bulletin-line
  WRITE bulletin-line

  MOVE SPACES TO bulletin-line
  STRING "SCRIPTED EVENT: " todays-event-name
    DELIMITED BY SIZE INTO bulletin-line

  PERFORM Write-Bulletin-Roll-Lines
  PERFORM Write-Bulletin-Record-Alerts
  PERFORM Write-Bulletin-Milestones

  MOVE SPACES TO bulletin-line
  STRING "BIRTHDAYS CELEBRATED: " birthday-count
  END-IF
  CLOSE Venues.

Lookup-Todays-Forecast.
  MOVE "NO FORECAST ON FILE" TO todays-forecast
  IF NOT season-clock-found
    EXIT PARAGRAPH
  END-IF

  OPEN INPUT Weather
  IF NOT weather-file-missing
    MOVE clock-year  TO wx-year-number
    MOVE clock-month TO wx-month-number
    MOVE clock-day   TO wx-day-number
    READ Weather
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE SPACES TO todays-forecast
        STRING FUNCTION TRIM(wx-condition) " (SEVERITY "
          wx-severity ")" DELIMITED BY SIZE INTO todays-forecast
    END-READ
  END-IF
  CLOSE Weather.

Write-Bulletin-Roll-Lines.
  IF NOT season-clock-found OR game-cancelled
    EXIT PARAGRAPH
  END-PERFORM
  CLOSE Record-Alerts.

Write-Bulletin-Milestones.
  MOVE ZERO TO milestone-history-status
  OPEN INPUT Milestone-History
  IF milestone-history-missing
    CLOSE Milestone-History
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO mh-history-key
  START Milestone-History KEY >= mh-history-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-milestone-history
        READ Milestone-History NEXT RECORD
          AT END
            SET end-of-milestone-history TO TRUE
          NOT AT END
            PERFORM Write-One-Milestone-Line
        END-READ
      END-PERFORM
  END-START
  CLOSE Milestone-History.

Write-One-Milestone-Line.
  IF mh-reached-date = bulletin-numeric-date
    MOVE SPACES TO bulletin-line
    STRING "MILESTONE: " FUNCTION TRIM(mh-short-name) " - "
      FUNCTION TRIM(mh-title) DELIMITED BY SIZE INTO bulletin-line
    WRITE bulletin-line
  END-IF
  IF mh-ceremony-date = bulletin-numeric-date
    MOVE SPACES TO bulletin-line
    STRING "CEREMONY TODAY: " FUNCTION TRIM(mh-short-name) " - "
      FUNCTION TRIM(mh-title) DELIMITED BY SIZE INTO bulletin-line
    WRITE bulletin-line
  END-IF.

Write-One-Roll-Line.
  MOVE SPACES TO bulletin-line
  STRING "SLOT " gh-game-slot " VS "
    EXIT PARAGRAPH
  END-IF

  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold

  EVALUATE TRUE

  IF birthday-count > ZERO
    DISPLAY birthday-count " BIRTHDAY(S) CELEBRATED TODAY"
    CALL "Veteran-Decline-Batch"
  END-IF.

Celebrate-One-Birthday.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold
  MOVE age TO audit-old-value
  IF age < 99
  COMPUTE loan-return-date-check =
    clock-year * 10000 + clock-month * 100 + clock-day

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO loan-return-count
  OPEN I-O Player-Loans
  IF player-loans-missing
    CLOSE Player-Loans
    PERFORM Release-Characters-Lock
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pn-short-name
                AND pn-return-date
                  <= loan-return-date-check
                AND loan-return-count < 50
              MOVE pn-short-name TO short-name
              PERFORM Check-Character-Checkout
              IF NOT character-checked-out
                ADD 1 TO loan-return-count
                SET LR-INDEX TO loan-return-count
                MOVE pn-short-name
                  TO lr-short-name(LR-INDEX)
                MOVE pn-home-team
                  TO lr-home-team(LR-INDEX)
                MOVE pn-loan-team
                  TO lr-loan-team(LR-INDEX)
                SET player-loan-returned TO TRUE
                REWRITE Player-Loan-Record
              END-IF
            END-IF
        END-READ
      END-PERFORM
  CLOSE Player-Loans

  IF loan-return-count = ZERO
    PERFORM Release-Characters-Lock
    EXIT PARAGRAPH
  END-IF

  OPEN I-O CharacterSheet
  PERFORM Check-CharacterSheet-Status
  PERFORM VARYING LR-INDEX FROM 1 BY 1
  MOVE spt-team-name(SP-INDEX) TO tl-team
  MOVE "SPONSOR" TO tl-category
  MOVE spt-payment(SP-INDEX) TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  CLOSE Standings.

Apply-Morale-To-One-Character.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold
  IF teammate
    MOVE "TEAMMATES" TO morale-team-name
  MOVE bonus-team TO pl-team
  MOVE bp-amount(BP-INDEX) TO pl-amount
  SET pl-bonus-posting TO TRUE
  PERFORM Apply-Pay-Withholding
  WRITE Pay-Ledger-Record
  CLOSE Pay-Ledger

  MOVE bonus-team TO tl-team
  MOVE "BONUS" TO tl-category
  COMPUTE tl-amount = ZERO - bp-amount(BP-INDEX)
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  MOVE payroll-team TO tl-team
  MOVE "REVSHARE" TO tl-category
  MOVE share-adjust TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
          SET loan-delinquent TO TRUE
          DISPLAY "LOAN DELINQUENT: "
            FUNCTION TRIM(ln-team-name)
          PERFORM Raise-Delinquent-Loan-Alert
        END-IF
      END-IF
      REWRITE Team-Loan-Record
    MOVE lp-team-name(LP-INDEX) TO tl-team
    MOVE "LOANPAY" TO tl-category
    COMPUTE tl-amount = ZERO - loan-payment-due
    PERFORM Guard-Ledger-Posting
    OPEN EXTEND Team-Ledger
    IF team-ledger-missing
      OPEN OUTPUT Team-Ledger
    CLOSE Team-Ledger
  END-IF.

Raise-Delinquent-Loan-Alert.
  MOVE "LOAN-DELINQ" TO alert-kind
  MOVE ln-team-name TO alert-reference
  MOVE clock-date TO alert-reference(21:8)
  SET alert-is-critical TO TRUE
  SET alert-for-admins TO TRUE
  MOVE ln-team-name TO alert-team
  STRING "TEAM LOAN DELINQUENT: " ln-missed-payments
    " MISSED PAYMENT(S), BALANCE $" ln-balance
    DELIMITED BY SIZE INTO alert-text
  PERFORM Raise-Operator-Alert.

Pay-Dead-Money-Installments.
  IF NOT season-clock-found OR clock-day NOT = 1
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO dead-money-paid-count
  COMPUTE dead-money-period = clock-year * 100 + clock-month
  OPEN I-O Dead-Money
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
                AND dm-last-paid-period < dead-money-period
              PERFORM Pay-One-Dead-Money-Installment
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Dead-Money

  IF dead-money-paid-count > ZERO
    DISPLAY "BUYOUT INSTALLMENTS: " dead-money-paid-count " PAID"
  END-IF.

Pay-One-Dead-Money-Installment.
  COMPUTE dead-money-due = dm-buyout-total - dm-paid-total
  IF dm-installment < dead-money-due
    MOVE dm-installment TO dead-money-due
  END-IF

  MOVE ZERO TO treasury-record-found
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  MOVE dm-team TO tr-team-name
  READ Treasury
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  IF NOT treasury-was-found
    CLOSE Treasury
    EXIT PARAGRAPH
  END-IF
  SUBTRACT dead-money-due FROM tr-balance
  REWRITE Treasury-Record
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  COMPUTE tl-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  MOVE dm-team TO tl-team
  MOVE "BUYOUT" TO tl-category
  COMPUTE tl-amount = ZERO - dead-money-due
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger

  ADD dead-money-due TO dm-paid-total
  MOVE dead-money-period TO dm-last-paid-period
  IF dm-paid-total >= dm-buyout-total
    SET dead-money-settled TO TRUE
    DISPLAY "BUYOUT SETTLED: " FUNCTION TRIM(dm-short-name)
      " BY " FUNCTION TRIM(dm-team)
  END-IF
  REWRITE Dead-Money-Record
  ADD 1 TO dead-money-paid-count.

Advance-Facility-Projects.
  IF NOT season-clock-found
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO facility-advanced-count facility-completed-count
  COMPUTE facility-today =
    clock-year * 10000 + clock-month * 100 + clock-day
  COMPUTE facility-period = clock-year * 100 + clock-month
  MOVE ZERO TO project-status
  OPEN I-O Facility-Projects
  IF projects-missing
    CLOSE Facility-Projects
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO fp-project-key
  START Facility-Projects KEY >= fp-project-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-projects
        READ Facility-Projects NEXT RECORD
          AT END
            SET end-of-projects TO TRUE
          NOT AT END
            IF NOT project-complete
                AND fp-start-date <= facility-today
              PERFORM Advance-One-Facility-Project
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Facility-Projects

  IF facility-advanced-count > ZERO
    DISPLAY "FACILITY PROJECTS: " facility-advanced-count
      " UNDER WAY, " facility-completed-count " COMPLETED"
  END-IF.

Advance-One-Facility-Project.
  MOVE ZERO TO treasury-record-found
  MOVE ZERO TO treasury-status
  OPEN INPUT Treasury
  IF NOT treasury-missing
    MOVE fp-team TO tr-team-name
    READ Treasury
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET treasury-was-found TO TRUE
    END-READ
  END-IF
  CLOSE Treasury
  IF NOT treasury-was-found
    EXIT PARAGRAPH
  END-IF

  IF project-scheduled
    SET project-under-way TO TRUE
    DISPLAY "CONSTRUCTION BEGINS: " FUNCTION TRIM(fp-project-type)
      " AT " FUNCTION TRIM(fp-team) "; " fp-seats-closed
      " SEAT(S) CLOSED"
  END-IF
  IF fp-days-elapsed < fp-duration-days
    ADD 1 TO fp-days-elapsed
  END-IF

  IF fp-paid-by-instalments AND fp-paid-to-date < fp-cost
      AND fp-last-paid-period < facility-period
      AND (clock-day = 1 OR fp-last-paid-period = ZERO)
    MOVE fp-instalment TO facility-payment-due
    PERFORM Pay-Facility-Instalment
  END-IF

  IF fp-days-elapsed >= fp-duration-days
    IF fp-paid-by-instalments AND fp-paid-to-date < fp-cost
      MOVE fp-cost TO facility-payment-due
      PERFORM Pay-Facility-Instalment
    END-IF
    PERFORM Complete-Facility-Project
  END-IF

  REWRITE Facility-Project-Record
  ADD 1 TO facility-advanced-count.

Pay-Facility-Instalment.
  IF facility-payment-due > fp-cost - fp-paid-to-date
    COMPUTE facility-payment-due = fp-cost - fp-paid-to-date
  END-IF
  IF facility-payment-due = ZERO
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO treasury-record-found
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  MOVE fp-team TO tr-team-name
  READ Treasury
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  IF NOT treasury-was-found
    CLOSE Treasury
    EXIT PARAGRAPH
  END-IF
  SUBTRACT facility-payment-due FROM tr-balance
  REWRITE Treasury-Record
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE facility-today TO tl-date
  MOVE fp-team TO tl-team
  MOVE "FACILITY" TO tl-category
  COMPUTE tl-amount = ZERO - facility-payment-due
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger

  ADD facility-payment-due TO fp-paid-to-date
  MOVE facility-period TO fp-last-paid-period.

Complete-Facility-Project.
  SET project-complete TO TRUE
  MOVE facility-today TO fp-completed-date
  ADD 1 TO facility-completed-count

  MOVE ZERO TO venue-status
  OPEN I-O Venues
  IF venues-missing
    CLOSE Venues
    EXIT PARAGRAPH
  END-IF
  MOVE fp-team TO ve-team-name
  READ Venues
    INVALID KEY
      CLOSE Venues
      EXIT PARAGRAPH
  END-READ
  EVALUATE TRUE
    WHEN fp-expand-capacity
      COMPUTE facility-capacity-work = ve-capacity + fp-capacity-add
      IF facility-capacity-work > 99999
        MOVE 99999 TO facility-capacity-work
      END-IF
      MOVE facility-capacity-work TO ve-capacity
    WHEN fp-resurface
      MOVE fp-new-condition TO ve-condition
    WHEN fp-home-bonus
      COMPUTE facility-bonus-work = ve-home-bonus + fp-bonus-add
      IF facility-bonus-work > 9
        MOVE 9 TO facility-bonus-work
      END-IF
      MOVE facility-bonus-work TO ve-home-bonus
  END-EVALUATE
  REWRITE Venue-Record
  DISPLAY "FACILITY PROJECT COMPLETE: " FUNCTION TRIM(fp-project-type)
    " AT " FUNCTION TRIM(ve-venue-name) " (" FUNCTION TRIM(fp-team)
    "), CAPACITY " ve-capacity ", SURFACE "
    FUNCTION TRIM(ve-condition) ", HOME BONUS " ve-home-bonus
  CLOSE Venues.

Roll-Payroll-Total.
  PERFORM Load-Running-Payroll-Total
  PERFORM Sum-Todays-Per-Diem
  ADD todays-payroll-total TO running-payroll-total
  PERFORM Save-Running-Payroll-Total
  IF season-clock-found
    PERFORM Debit-Team-Treasuries
    PERFORM Pay-Coaching-Staff
  ELSE
    DISPLAY "NO SEASON CLOCK; PER DIEM AND STAFF PAY NOT CHARGED."
  END-IF
  DISPLAY "RUNNING PAYROLL TOTAL: $" running-payroll-total.

Load-Running-Payroll-Total.
    MOVE FUNCTION CURRENT-DATE(1:8) TO pl-date
  END-IF
  MOVE short-name TO pl-short-name
  IF teammate
    MOVE "TEAMMATES" TO pl-team
  ELSE
    MOVE team TO pl-team
  END-IF
  MOVE per-diem TO pl-amount
  SET pl-per-diem-posting TO TRUE
  PERFORM Apply-Pay-Withholding

  WRITE Pay-Ledger-Record.

    MOVE "TEAMMATES" TO payroll-team
  ELSE
    IF team = SPACES OR team = "NONE" OR team = "NO TEAM"
        OR team = "WAIVERS"
      EXIT PARAGRAPH
    END-IF
    MOVE team TO payroll-team

Write-Per-Diem-Ledger-Posting.
  MOVE SPACES TO Team-Ledger-Record
  COMPUTE tl-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  MOVE tp-team-name(TP-INDEX) TO tl-team
  MOVE "PERDIEM" TO tl-category
  COMPUTE tl-amount = ZERO - tp-per-diem(TP-INDEX)

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

Pay-Coaching-Staff.
  MOVE clock-year TO staff-season
  PERFORM Load-Coaching-Staff
  IF staff-team-count = ZERO
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO shortfall-count
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status

  PERFORM VARYING STF-INDEX FROM 1 BY 1
      UNTIL STF-INDEX > staff-team-count
    IF stf-daily-salary(STF-INDEX) > ZERO
      PERFORM Pay-One-Team-Staff
    END-IF
  END-PERFORM

  CLOSE Treasury

  IF shortfall-count > ZERO
    DISPLAY shortfall-count " TEAM(S) COULD NOT COVER COACHING STAFF;"
      " SEE data/treasury-shortfall.log"
  END-IF.

Pay-One-Team-Staff.
  MOVE ZERO TO treasury-record-found
  MOVE stf-team-name(STF-INDEX) TO tr-team-name
  READ Treasury
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  IF NOT treasury-was-found
    EXIT PARAGRAPH
  END-IF

  SUBTRACT stf-daily-salary(STF-INDEX) FROM tr-balance
  REWRITE Treasury-Record

  MOVE SPACES TO Team-Ledger-Record
  COMPUTE tl-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  MOVE stf-team-name(STF-INDEX) TO tl-team
  MOVE "COACHING" TO tl-category
  COMPUTE tl-amount = ZERO - stf-daily-salary(STF-INDEX)

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger

  IF tr-balance < ZERO
    ADD 1 TO shortfall-count
    DISPLAY "COACHING SHORTFALL: " FUNCTION TRIM(tr-team-name)
      " BALANCE $" tr-balance
    PERFORM Write-Shortfall-Entry
  END-IF.

Write-Shortfall-Entry.
  MOVE FUNCTION CURRENT-DATE(1:8) TO sf-date
  MOVE tr-team-name TO sf-team
    OPEN OUTPUT Treasury-Shortfall
  END-IF
    WRITE Shortfall-Record
  CLOSE Treasury-Shortfall

  MOVE "SHORTFALL" TO alert-kind
  MOVE tr-team-name TO alert-reference
  MOVE sf-date TO alert-reference(21:8)
  SET alert-is-critical TO TRUE
  SET alert-for-admins TO TRUE
  MOVE tr-team-name TO alert-team
  STRING "TREASURY SHORTFALL: BALANCE $" tr-balance
    DELIMITED BY SIZE INTO alert-text
  PERFORM Raise-Operator-Alert.

Flag-Expiring-Contracts.
  IF NOT season-clock-found
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO contract-status-code
  OPEN INPUT Contracts
  IF contracts-missing
    CLOSE Contracts
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO File-Status
  OPEN INPUT CharacterSheet
  MOVE LOW-VALUE TO ct-short-name
  START Contracts KEY >= ct-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-contracts
        READ Contracts NEXT RECORD
          AT END
            SET end-of-contracts TO TRUE
          NOT AT END
            IF contract-active AND ct-end-year <= clock-year
              PERFORM Raise-Expiring-Contract-Alert
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE CharacterSheet
  CLOSE Contracts.

Raise-Expiring-Contract-Alert.
  MOVE "CONTRACT-EXP" TO alert-kind
  MOVE ct-short-name TO alert-reference
  MOVE ct-end-year TO alert-reference(11:4)
  SET alert-is-warning TO TRUE
  SET alert-for-updaters TO TRUE
  MOVE ct-short-name TO alert-character
  MOVE ct-short-name TO short-name
  READ CharacterSheet
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF teammate
        MOVE "TEAMMATES" TO alert-team
      ELSE
        MOVE team TO alert-team
      END-IF
  END-READ
  STRING "CONTRACT EXPIRES AT THE END OF " ct-end-year
    " ($" ct-per-diem "/DAY)" DELIMITED BY SIZE INTO alert-text
  PERFORM Raise-Operator-Alert.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

PAY-WITHHOLDING-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pay-withholding.cpy".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

OPERATOR-ALERT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-alert-writer.cpy"
    REPLACING PROGRAM-TAG BY "DAILY-CYCLE-DRIVER".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "DAILY-CYCLE-DRIVER".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
