IDENTIFICATION DIVISION.
PROGRAM-ID. Insurance-Claims-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Insurance-Policies ASSIGN TO "data/insurance-policies.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ip-policy-key
    FILE STATUS IS policy-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Injury-List ASSIGN TO "data/injury-list.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS in-short-name
    FILE STATUS IS injury-list-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

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
FD Insurance-Policies
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Insurance-Policy-Record.

  COPY "src/copy/file-description/insurance-policy-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Injury-List
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Injury-Record.

  COPY "src/copy/file-description/injury-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

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
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 policy-status PIC 99.
    88 end-of-policies VALUE 10.
    88 policies-missing VALUE 35.
  01 File-Status PIC 99.
  01 injury-list-status PIC 99.
    88 injury-list-missing VALUE 35.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
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

  01 claim-date PIC 9(8).
  01 claim-date-parts REDEFINES claim-date.
    02 claim-year  PIC 9(4).
    02 claim-month PIC 99.
    02 claim-day   PIC 99.
  01 today-day-number PIC 9(7).
  01 today-period PIC 9(6).
  01 today-period-number PIC 9(6).

  01 work-date PIC 9(8).
  01 work-date-parts REDEFINES work-date.
    02 work-year  PIC 9(4).
    02 work-month PIC 99.
    02 work-day   PIC 99.
  01 work-day-number PIC 9(7).
  01 work-period PIC 9(6).
  01 work-period-parts REDEFINES work-period.
    02 work-period-year  PIC 9(4).
    02 work-period-month PIC 99.
  01 work-period-number PIC 9(6).

  01 first-premium-number PIC 9(6).
  01 premium-months PIC 9(3).
  01 premium-due PIC 9(7).

  01 insured-team PIC X(20).
  01 insured-per-diem PIC 99.
  01 first-claim-day PIC 9(7).
  01 last-claim-day PIC 9(7).
  01 claim-days PIC 9(5).
  01 claim-amount PIC 9(7).

  01 ledger-team PIC X(20).
  01 ledger-category PIC X(8).
  01 ledger-amount PIC S9(9).

  01 policies-reviewed PIC 9(5) VALUE ZERO.
  01 policies-changed PIC 9(5) VALUE ZERO.
  01 policy-changed-flag PIC 9 VALUE ZERO.
    88 policy-was-changed VALUE 1.
  01 premium-total PIC 9(9) VALUE ZERO.
  01 claim-total PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; INSURANCE NOT PROCESSED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  MOVE clock-date TO claim-date
  COMPUTE today-day-number =
    claim-year * 364 + (claim-month - 1) * 28 + claim-day
  COMPUTE today-period = claim-year * 100 + claim-month
  COMPUTE today-period-number = claim-year * 13 + claim-month - 1

  OPEN I-O Insurance-Policies
  IF policies-missing
    CLOSE Insurance-Policies
    DISPLAY "NO INSURANCE POLICIES ON FILE."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  DISPLAY "=== INSURANCE PREMIUMS AND CLAIMS FOR " claim-date " ==="
  MOVE ZERO TO treasury-status
  IF batch-dry-run
    OPEN INPUT Treasury
  ELSE
    OPEN I-O Treasury
  END-IF
  IF treasury-missing
    DISPLAY "NO TREASURY ON FILE FOR LEAGUE " current-league-id
      "; NO POLICIES TO PROCESS."
    CLOSE Treasury Insurance-Policies
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  PERFORM Check-Treasury-Status
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  OPEN INPUT Injury-List

  MOVE LOW-VALUE TO ip-policy-key
  START Insurance-Policies KEY >= ip-policy-key
    INVALID KEY
      DISPLAY "NO INSURANCE POLICIES ON FILE."
    NOT INVALID KEY
      PERFORM UNTIL end-of-policies
        READ Insurance-Policies NEXT RECORD
          AT END
            SET end-of-policies TO TRUE
          NOT AT END
            PERFORM Process-One-Policy
        END-READ
      END-PERFORM
  END-START

  CLOSE Injury-List
  CLOSE CharacterSheet
  CLOSE Treasury
  CLOSE Insurance-Policies

  DISPLAY SPACES
  DISPLAY "INSURANCE BATCH COMPLETE: " policies-reviewed
    " ACTIVE POLICY(IES), PREMIUMS $" premium-total
    ", CLAIMS $" claim-total
  MOVE policies-reviewed TO run-processed-count
  MOVE policies-changed TO run-changed-count
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

Process-One-Policy.
  IF NOT policy-active
    EXIT PARAGRAPH
  END-IF
  MOVE ip-team-name TO tr-team-name
  READ Treasury
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  ADD 1 TO policies-reviewed
  MOVE ZERO TO policy-changed-flag
  PERFORM Charge-Policy-Premiums
  PERFORM Settle-Policy-Claim
  IF policy-was-changed
    ADD 1 TO policies-changed
    IF NOT batch-dry-run
      REWRITE Insurance-Policy-Record
    END-IF
  END-IF.

Charge-Policy-Premiums.
  IF ip-premium = ZERO
    EXIT PARAGRAPH
  END-IF
  IF ip-last-premium-period = ZERO
    MOVE ip-start-date TO work-date
    COMPUTE first-premium-number = work-year * 13 + work-month - 1
  ELSE
    MOVE ip-last-premium-period TO work-period
    COMPUTE first-premium-number =
      work-period-year * 13 + work-period-month
  END-IF
  IF first-premium-number > today-period-number
    EXIT PARAGRAPH
  END-IF
  COMPUTE premium-months =
    today-period-number - first-premium-number + 1
  COMPUTE premium-due = ip-premium * premium-months
  SET policy-was-changed TO TRUE
  ADD premium-due TO premium-total

  IF batch-dry-run
    DISPLAY "WOULD CHARGE: " FUNCTION TRIM(ip-team-name) " $"
      premium-due " FOR " premium-months " MONTH(S) ON "
      FUNCTION TRIM(ip-short-name)
    EXIT PARAGRAPH
  END-IF

  MOVE ip-team-name TO ledger-team
  MOVE "INSPREM" TO ledger-category
  COMPUTE ledger-amount = ZERO - premium-due
  PERFORM Post-Insurance-Movement
  ADD premium-due TO ip-premiums-paid
  MOVE today-period TO ip-last-premium-period
  DISPLAY "PREMIUM: " FUNCTION TRIM(ip-team-name) " $" premium-due
    " FOR " premium-months " MONTH(S) ON "
    FUNCTION TRIM(ip-short-name).

Settle-Policy-Claim.
  MOVE ip-short-name TO short-name
  READ CharacterSheet
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF character-archived
    EXIT PARAGRAPH
  END-IF
  IF teammate
    MOVE "TEAMMATES" TO insured-team
  ELSE
    MOVE team TO insured-team
  END-IF
  IF insured-team NOT = ip-team-name
    EXIT PARAGRAPH
  END-IF
  MOVE per-diem TO insured-per-diem

  IF injury-list-missing
    EXIT PARAGRAPH
  END-IF
  MOVE ip-short-name TO in-short-name
  READ Injury-List
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF in-injury-date IS NOT NUMERIC OR in-return-date IS NOT NUMERIC
    EXIT PARAGRAPH
  END-IF

  MOVE in-injury-date TO work-date
  COMPUTE first-claim-day =
    work-year * 364 + (work-month - 1) * 28 + work-day
    + ip-waiting-days + 1
  MOVE ip-start-date TO work-date
  COMPUTE work-day-number =
    work-year * 364 + (work-month - 1) * 28 + work-day
  IF work-day-number > first-claim-day
    MOVE work-day-number TO first-claim-day
  END-IF
  IF ip-last-claim-date > ZERO
    MOVE ip-last-claim-date TO work-date
    COMPUTE work-day-number =
      work-year * 364 + (work-month - 1) * 28 + work-day + 1
    IF work-day-number > first-claim-day
      MOVE work-day-number TO first-claim-day
    END-IF
  END-IF

  MOVE in-return-date TO work-date
  COMPUTE last-claim-day =
    work-year * 364 + (work-month - 1) * 28 + work-day - 1
  IF last-claim-day > today-day-number
    MOVE today-day-number TO last-claim-day
  END-IF
  IF last-claim-day < first-claim-day
    EXIT PARAGRAPH
  END-IF

  COMPUTE claim-days = last-claim-day - first-claim-day + 1
  COMPUTE claim-amount ROUNDED =
    claim-days * insured-per-diem * ip-coverage-percent / 100
  IF claim-amount = ZERO
    EXIT PARAGRAPH
  END-IF
  SET policy-was-changed TO TRUE
  ADD claim-amount TO claim-total

  IF batch-dry-run
    DISPLAY "WOULD CLAIM: " FUNCTION TRIM(ip-team-name) " $"
      claim-amount " FOR " claim-days " DAY(S) OF "
      FUNCTION TRIM(ip-short-name) " INJURED SINCE " in-injury-date
    EXIT PARAGRAPH
  END-IF

  MOVE ip-team-name TO ledger-team
  MOVE "INSCLAIM" TO ledger-category
  MOVE claim-amount TO ledger-amount
  PERFORM Post-Insurance-Movement
  ADD claim-amount TO ip-claims-paid
  ADD claim-days TO ip-claim-days
  MOVE claim-date TO ip-last-claim-date
  DISPLAY "CLAIM: " FUNCTION TRIM(ip-team-name) " $" claim-amount
    " FOR " claim-days " DAY(S) OF " FUNCTION TRIM(ip-short-name)
    " INJURED SINCE " in-injury-date.

Post-Insurance-Movement.
  MOVE ZERO TO treasury-record-found
  MOVE ledger-team TO tr-team-name
  READ Treasury
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  ADD ledger-amount TO tr-balance
  REWRITE Treasury-Record
  PERFORM Check-Treasury-Status

  MOVE SPACES TO Team-Ledger-Record
  MOVE claim-date TO tl-date
  MOVE ledger-team TO tl-team
  MOVE ledger-category TO tl-category
  MOVE ledger-amount TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "INSURANCE-CLAIMS".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "INSURANCE-CLAIMS"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "INSURANCE-CLAIMS"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "INSURANCE-CLAIMS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
