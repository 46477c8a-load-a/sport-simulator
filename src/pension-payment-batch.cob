IDENTIFICATION DIVISION.
PROGRAM-ID. Pension-Payment-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Pensions ASSIGN TO "data/pensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT Hall-Of-Fame ASSIGN TO "data/hall-of-fame.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS hf-short-name
    FILE STATUS IS hall-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

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
FD Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD Hall-Of-Fame
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Hall-Of-Fame-Record.

  COPY "src/copy/file-description/hall-of-fame-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

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
  COPY "src/copy/working-storage/pension-data.cpy".
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 hall-status PIC 99.
    88 hall-missing VALUE 35.
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

  01 payment-period.
    02 payment-year  PIC 9(4).
    02 payment-month PIC 99.

  01 pensions-reviewed PIC 9(5) VALUE ZERO.
  01 pensions-paid PIC 9(5) VALUE ZERO.
  01 pensions-already-paid PIC 9(5) VALUE ZERO.
  01 pensions-suspended PIC 9(5) VALUE ZERO.
  01 pensions-enhanced PIC 9(5) VALUE ZERO.
  01 pension-paid-total PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; PENSIONS NOT PAID."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  MOVE clock-year TO payment-year
  MOVE clock-month TO payment-month

  OPEN I-O Pensions
  IF pensions-missing
    DISPLAY "NO PENSIONS ON FILE."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  PERFORM Check-Pension-Status
  OPEN INPUT Hall-Of-Fame

  DISPLAY "=== PENSION PAYMENTS FOR " payment-year "/" payment-month
    " ==="
  MOVE LOW-VALUE TO pe-short-name
  START Pensions KEY >= pe-short-name
    INVALID KEY
      DISPLAY "NO PENSIONS ON FILE."
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            PERFORM Pay-One-Pension
        END-READ
      END-PERFORM
  END-START
  CLOSE Hall-Of-Fame
  CLOSE Pensions

  DISPLAY SPACES
  DISPLAY "PENSION BATCH COMPLETE: " pensions-paid " PAID ($"
    pension-paid-total "), " pensions-already-paid
    " ALREADY PAID THIS MONTH, " pensions-suspended " SUSPENDED"
  IF pensions-enhanced > ZERO
    DISPLAY pensions-enhanced
      " PENSION(S) RAISED TO THE HALL OF FAME RATE"
  END-IF
  MOVE pensions-reviewed TO run-processed-count
  MOVE pensions-paid TO run-changed-count
  MOVE pensions-suspended TO run-rejected-count
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

Pay-One-Pension.
  ADD 1 TO pensions-reviewed
  PERFORM Check-Hall-Of-Fame-Rate

  IF NOT pension-in-payment
    ADD 1 TO pensions-suspended
    DISPLAY "SUSPENDED: " FUNCTION TRIM(pe-short-name)
      " - NO PAYING TEAM ON FILE"
    EXIT PARAGRAPH
  END-IF
  PERFORM Find-Paying-Treasury
  IF NOT treasury-was-found
    EXIT PARAGRAPH
  END-IF
  IF pe-last-paid-period >= payment-period
    ADD 1 TO pensions-already-paid
    EXIT PARAGRAPH
  END-IF
  IF pe-monthly-benefit = ZERO
    EXIT PARAGRAPH
  END-IF

  IF batch-dry-run
    ADD 1 TO pensions-paid
    ADD pe-monthly-benefit TO pension-paid-total
    DISPLAY "WOULD PAY: $" pe-monthly-benefit " TO "
      FUNCTION TRIM(pe-short-name) " FROM "
      FUNCTION TRIM(pe-paying-team)
    EXIT PARAGRAPH
  END-IF

  PERFORM Debit-Paying-Treasury
  PERFORM Write-Pension-Pay-Ledger
  PERFORM Write-Pension-Team-Ledger

  MOVE payment-period TO pe-last-paid-period
  ADD 1 TO pe-payments-made
  ADD pe-monthly-benefit TO pe-total-paid
  REWRITE Pension-Record
  PERFORM Check-Pension-Status
  ADD 1 TO pensions-paid
  ADD pe-monthly-benefit TO pension-paid-total
  DISPLAY "PENSION PAID: $" pe-monthly-benefit " TO "
    FUNCTION TRIM(pe-short-name) " FROM "
    FUNCTION TRIM(pe-paying-team).

Check-Hall-Of-Fame-Rate.
  IF pension-hall-of-famer OR hall-missing
    EXIT PARAGRAPH
  END-IF
  MOVE pe-short-name TO hf-short-name
  READ Hall-Of-Fame
    INVALID KEY
      EXIT PARAGRAPH
  END-READ

  MOVE pe-seasons TO pension-work-seasons
  MOVE pe-games TO pension-work-games
  MOVE pe-contributions TO pension-work-contributions
  SET pension-work-hall-of-famer TO TRUE
  PERFORM Compute-Pension-Benefit
  ADD 1 TO pensions-enhanced
  DISPLAY "HALL OF FAME RATE: " FUNCTION TRIM(pe-short-name) " $"
    pe-monthly-benefit " RAISED TO $" pension-work-benefit
  MOVE pension-work-hof-flag TO pe-hof-flag
  MOVE pension-work-benefit TO pe-monthly-benefit
  IF NOT batch-dry-run
    REWRITE Pension-Record
    PERFORM Check-Pension-Status
  END-IF.

Find-Paying-Treasury.
  MOVE ZERO TO treasury-record-found
  MOVE ZERO TO treasury-status
  OPEN INPUT Treasury
  IF NOT treasury-missing
    MOVE pe-paying-team TO tr-team-name
    READ Treasury
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET treasury-was-found TO TRUE
    END-READ
  END-IF
  CLOSE Treasury.

Debit-Paying-Treasury.
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE pe-paying-team TO tr-team-name
  READ Treasury
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  SUBTRACT pe-monthly-benefit FROM tr-balance
  REWRITE Treasury-Record
  PERFORM Check-Treasury-Status
  CLOSE Treasury.

Write-Pension-Pay-Ledger.
  OPEN EXTEND Pay-Ledger
  IF pay-ledger-missing
    OPEN OUTPUT Pay-Ledger
  END-IF
  MOVE SPACES TO Pay-Ledger-Record
  MOVE clock-year  TO pl-year
  MOVE clock-month TO pl-month
  MOVE clock-day   TO pl-day
  MOVE pe-short-name TO pl-short-name
  MOVE pe-paying-team TO pl-team
  MOVE pe-monthly-benefit TO pl-amount
  SET pl-pension-posting TO TRUE
  MOVE ZERO TO pl-dues-withheld pl-pension-withheld pl-fine-withheld
  MOVE pe-monthly-benefit TO pl-net-amount
  WRITE Pay-Ledger-Record
  CLOSE Pay-Ledger.

Write-Pension-Team-Ledger.
  MOVE SPACES TO Team-Ledger-Record
  COMPUTE tl-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  MOVE pe-paying-team TO tl-team
  MOVE "PENSION" TO tl-category
  COMPUTE tl-amount = ZERO - pe-monthly-benefit
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "PENSION-PAYMENT".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Pension-Status
              STATUS-FIELD BY pension-status
              PROGRAM-TAG BY "PENSION-PAYMENT"
              FILE-TAG BY "PENSIONS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "PENSION-PAYMENT"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

PENSION-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pension-benefit.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PENSION-PAYMENT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
