    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Career-Stats ASSIGN TO "data/career-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cs-short-name
    FILE STATUS IS career-stats-status.

  SELECT Pensions ASSIGN TO "data/pensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  COPY "src/copy/file-description/friend-record.cpy".

FD Career-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Career-Stats-Record.

  COPY "src/copy/file-description/career-stats-record.cpy".

FD Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

  01 friend-file PIC 99.
    88 end-of-friend-list VALUE 10.
  01 transfer-log-status PIC 99.
  01 career-stats-status PIC 99.
    88 career-stats-missing VALUE 35.
  01 pay-ledger-status PIC 99.
    88 end-of-pay-ledger VALUE 10.
    88 pay-ledger-missing VALUE 35.
  COPY "src/copy/working-storage/pension-data.cpy".
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 character-journal-status PIC 99.
  01 retired-count PIC 9(4) VALUE ZERO.
  01 retiree-key PIC X(10).
  01 retiree-team PIC X(20).
  01 retiree-long-name PIC X(21).
  01 pension-paying-team PIC X(20).
  01 pension-count PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Write-Run-History-Entry

  DISPLAY "RETIREMENT BATCH COMPLETE: " retired-count
    " CHARACTER(S) RETIRED, " pension-count " PENSION(S) AWARDED"
GOBACK.

Consider-Retirement.
  PERFORM Retire-One-Character.

Retire-One-Character.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE short-name TO retiree-key
  MOVE team TO retiree-team
  MOVE long-name TO retiree-long-name
  IF teammate
    MOVE "TEAMMATES" TO pension-paying-team
  ELSE
    MOVE team TO pension-paying-team
  END-IF
  IF pension-paying-team = "NONE" OR pension-paying-team = "NO TEAM"
      OR pension-paying-team = "WAIVERS"
    MOVE SPACES TO pension-paying-team
  END-IF

  IF batch-dry-run
    ADD 1 TO retired-count
    DISPLAY "WOULD RETIRE: " long-name " ("
      FUNCTION TRIM(short-name) ")"
    PERFORM Accrue-Pension
    PERFORM Print-Farewell-Summary
    EXIT PARAGRAPH
  END-IF

  PERFORM Write-Transfer-Log-Entry
  PERFORM Write-Audit-Entry
  PERFORM Accrue-Pension
  PERFORM Write-Pension-Record
  PERFORM Print-Farewell-Summary.

Accrue-Pension.
  MOVE ZERO TO pension-work-seasons pension-work-games
    pension-work-contributions
  MOVE "N" TO pension-work-hof-flag
  OPEN INPUT Career-Stats
  IF NOT career-stats-missing
    MOVE retiree-key TO cs-short-name
    READ Career-Stats
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE cs-seasons-played TO pension-work-seasons
        MOVE cs-games-played TO pension-work-games
    END-READ
  END-IF
  CLOSE Career-Stats

  OPEN INPUT Pay-Ledger
  IF NOT pay-ledger-missing
    PERFORM UNTIL end-of-pay-ledger
      READ Pay-Ledger
        AT END
          SET end-of-pay-ledger TO TRUE
        NOT AT END
          IF pl-short-name = retiree-key
              AND pl-pension-withheld IS NUMERIC
            ADD pl-pension-withheld TO pension-work-contributions
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Pay-Ledger
  MOVE ZERO TO pay-ledger-status

  PERFORM Compute-Pension-Benefit.

Write-Pension-Record.
  MOVE SPACES TO Pension-Record
  MOVE retiree-key TO pe-short-name
  MOVE retiree-long-name TO pe-long-name
  MOVE pension-paying-team TO pe-paying-team
  IF pension-paying-team = SPACES
    SET pension-suspended TO TRUE
  ELSE
    SET pension-in-payment TO TRUE
  END-IF
  MOVE FUNCTION CURRENT-DATE(1:8) TO pe-retired-date
  MOVE pension-work-seasons TO pe-seasons
  MOVE pension-work-games TO pe-games
  MOVE pension-work-contributions TO pe-contributions
  MOVE pension-work-hof-flag TO pe-hof-flag
  MOVE pension-work-benefit TO pe-monthly-benefit
  MOVE ZERO TO pe-last-paid-period pe-payments-made pe-total-paid

  OPEN I-O Pensions
  IF pensions-missing
    OPEN OUTPUT Pensions
  END-IF
  PERFORM Check-Pension-Status
  WRITE Pension-Record
    INVALID KEY REWRITE Pension-Record
  END-WRITE
  CLOSE Pensions
  ADD 1 TO pension-count.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
    power-stat "/D" focus-stat "/D" speed-stat
    " (POTENTIAL " full-potential ")"
  DISPLAY "LAST TEAM: " FUNCTION TRIM(retiree-team)
  IF pension-paying-team = SPACES
    DISPLAY "PENSION: $" pension-work-benefit
      " A MONTH, SUSPENDED - NO PAYING TEAM"
  ELSE
    DISPLAY "PENSION: $" pension-work-benefit " A MONTH FROM "
      FUNCTION TRIM(pension-paying-team) " (" pension-work-seasons
      " SEASONS, " pension-work-games " GAMES, $"
      pension-work-contributions " CONTRIBUTED)"
  END-IF
  PERFORM List-Best-Friendships.

List-Best-Friendships.
              PROGRAM-TAG BY "RETIREMENT-BATCH"
              FILE-TAG BY "FRIEND-LIST".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Pension-Status
              STATUS-FIELD BY pension-status
              PROGRAM-TAG BY "RETIREMENT-BATCH"
              FILE-TAG BY "PENSIONS".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "RETIREMENT-BATCH".


  COPY "src/copy/procedure/error-log-writer.cpy".

PENSION-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pension-benefit.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

