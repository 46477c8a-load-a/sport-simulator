IDENTIFICATION DIVISION.
PROGRAM-ID. Job-Earnings-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Job-Rates ASSIGN TO "data/job-rates.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS jr-rate-key
    FILE STATUS IS job-rate-status.

  SELECT Job-Earnings ASSIGN TO "data/job-earnings.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS job-earnings-status.

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

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Characters-Lock ASSIGN TO "data/characters.dat.lock"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

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

FD Job-Rates
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Job-Rate-Record.

  COPY "src/copy/file-description/job-rate-record.cpy".

FD Job-Earnings.
  COPY "src/copy/file-description/job-earnings-record.cpy".

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

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

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
  01 job-rate-status PIC 99.
    88 job-rates-missing VALUE 35.
  01 job-earnings-status PIC 99.
    88 end-of-job-earnings VALUE 10.
    88 job-earnings-missing VALUE 35.
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
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).
  01 error-log-status PIC 99.

  78 MAXIMUM-EXPERIENCE VALUE 999.

  01 posting-date PIC 9(8).
  01 posting-date-parts REDEFINES posting-date.
    02 posting-year  PIC 9(4).
    02 posting-month PIC 99.
    02 posting-day   PIC 99.
  01 day-posted-flag PIC 9 VALUE ZERO.
    88 day-already-posted VALUE 1.

  01 job-team PIC X(20).
  01 rate-found-flag PIC 9 VALUE ZERO.
    88 job-rate-found VALUE 1.
  01 experience-work PIC 9(4).

  01 Job-Team-Table.
    02 Job-Team-Entry OCCURS 100 TIMES INDEXED BY JT-INDEX.
      03 jt-team-name   PIC X(20).
      03 jt-workers     PIC 9(4).
      03 jt-pay-total   PIC 9(7).
      03 jt-value-total PIC 9(9).
  01 job-team-count PIC 9(3) VALUE ZERO.
  01 jt-found PIC 9 VALUE ZERO.
    88 jt-team-was-found VALUE 1.
  01 job-lookup-team PIC X(20).

  01 workers-paid PIC 9(5) VALUE ZERO.
  01 workers-unrated PIC 9(5) VALUE ZERO.
  01 pay-grand-total PIC 9(9) VALUE ZERO.
  01 value-grand-total PIC 9(9) VALUE ZERO.
  01 team-net-credit PIC S9(9).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; JOB EARNINGS NOT POSTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  COMPUTE posting-date =
    clock-year * 10000 + clock-month * 100 + clock-day

  PERFORM Check-Day-Already-Posted
  IF day-already-posted
    DISPLAY "JOB EARNINGS FOR " posting-date
      " HAVE ALREADY BEEN POSTED."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  OPEN INPUT Job-Rates
  IF job-rates-missing
    CLOSE Job-Rates
    DISPLAY "NO JOB RATE TABLE ON FILE; JOB EARNINGS NOT POSTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  IF NOT batch-dry-run
    PERFORM Acquire-Characters-Lock
    IF characters-lock-denied
      CLOSE Job-Rates
      MOVE "ABORTED" TO run-completion-status
      PERFORM Write-Run-History-Entry
      GOBACK
    END-IF
  END-IF

  INITIALIZE Job-Team-Table
  PERFORM Load-Pay-Withholding
  DISPLAY "=== JOB EARNINGS FOR " posting-date " ==="
  IF batch-dry-run
    OPEN INPUT CharacterSheet
  ELSE
    OPEN I-O CharacterSheet
    OPEN EXTEND Pay-Ledger
    IF pay-ledger-missing
      OPEN OUTPUT Pay-Ledger
    END-IF
    OPEN EXTEND Job-Earnings
    IF job-earnings-missing
      OPEN OUTPUT Job-Earnings
    END-IF
  END-IF
  PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              IF NOT character-archived
                PERFORM Post-One-Job
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Job-Rates

  IF NOT batch-dry-run
    CLOSE Pay-Ledger
    CLOSE Job-Earnings
    PERFORM Save-Fine-Withholding
    PERFORM Release-Characters-Lock
    PERFORM VARYING JT-INDEX FROM 1 BY 1
        UNTIL JT-INDEX > job-team-count
      PERFORM Post-Team-Job-Totals
    END-PERFORM
  END-IF

  DISPLAY SPACES
  DISPLAY "JOB EARNINGS COMPLETE: " workers-paid " CHARACTER(S) PAID $"
    pay-grand-total ", WORK WORTH $" value-grand-total
  IF workers-unrated > ZERO
    DISPLAY workers-unrated " CHARACTER(S) ON JOBS WITH NO RATE;"
      " NOTHING POSTED FOR THEM."
  END-IF
  MOVE workers-paid TO run-changed-count
  MOVE workers-unrated TO run-rejected-count
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

Check-Day-Already-Posted.
  MOVE ZERO TO day-posted-flag
  OPEN INPUT Job-Earnings
  IF NOT job-earnings-missing
    PERFORM UNTIL end-of-job-earnings OR day-already-posted
      READ Job-Earnings
        AT END
          SET end-of-job-earnings TO TRUE
        NOT AT END
          IF je-date = posting-date
            SET day-already-posted TO TRUE
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Job-Earnings.

Post-One-Job.
  IF job = SPACES OR job = "NONE" OR job = "REST"
      OR job = "PLAY" OR job = "TRAIN"
    EXIT PARAGRAPH
  END-IF
  IF teammate
    MOVE "TEAMMATES" TO job-team
  ELSE
    MOVE team TO job-team
  END-IF
  IF job-team = SPACES OR job-team = "NONE"
      OR job-team = "NO TEAM" OR job-team = "WAIVERS"
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO run-processed-count

  PERFORM Find-Job-Rate
  IF NOT job-rate-found
    ADD 1 TO workers-unrated
    DISPLAY "NO JOB RATE: " FUNCTION TRIM(short-name) " "
      FUNCTION TRIM(job) "/" FUNCTION TRIM(task) "/"
      FUNCTION TRIM(skill)
    EXIT PARAGRAPH
  END-IF

  MOVE job-team TO job-lookup-team
  PERFORM Find-Job-Team
  IF NOT jt-team-was-found
    DISPLAY "MORE THAN 100 TEAMS WITH JOBS; "
      FUNCTION TRIM(short-name) " NOT PAID."
    ADD 1 TO workers-unrated
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO workers-paid jt-workers(JT-INDEX)
  ADD jr-daily-pay TO pay-grand-total jt-pay-total(JT-INDEX)
  ADD jr-work-value TO value-grand-total jt-value-total(JT-INDEX)

  IF batch-dry-run
    DISPLAY "WOULD PAY: " FUNCTION TRIM(short-name) " "
      FUNCTION TRIM(job) "/" FUNCTION TRIM(task) " $" jr-daily-pay
      " WORK $" jr-work-value " +" jr-experience-gain " EXP"
    EXIT PARAGRAPH
  END-IF

  IF jr-daily-pay > ZERO
    MOVE SPACES TO Pay-Ledger-Record
    MOVE posting-year  TO pl-year
    MOVE posting-month TO pl-month
    MOVE posting-day   TO pl-day
    MOVE short-name TO pl-short-name
    MOVE job-team TO pl-team
    MOVE jr-daily-pay TO pl-amount
    SET pl-job-posting TO TRUE
    PERFORM Apply-Pay-Withholding
    WRITE Pay-Ledger-Record
  END-IF

  MOVE SPACES TO Job-Earnings-Record
  MOVE posting-date TO je-date
  MOVE short-name TO je-short-name
  MOVE job-team TO je-team
  MOVE job TO je-job
  MOVE task TO je-task
  MOVE skill TO je-skill
  MOVE jr-daily-pay TO je-pay
  MOVE jr-work-value TO je-work-value
  MOVE jr-experience-gain TO je-experience-gain
  WRITE Job-Earnings-Record

  IF jr-experience-gain > ZERO AND experience < MAXIMUM-EXPERIENCE
    MOVE character-record TO journal-before-hold
    COMPUTE experience-work = experience + jr-experience-gain
    IF experience-work > MAXIMUM-EXPERIENCE
      MOVE MAXIMUM-EXPERIENCE TO experience-work
    END-IF
    MOVE experience-work TO experience
    REWRITE character-record
    PERFORM Check-CharacterSheet-Status
    PERFORM Journal-Character-Rewrite
  END-IF

  DISPLAY "PAID: " FUNCTION TRIM(short-name) " "
    FUNCTION TRIM(job) "/" FUNCTION TRIM(task) " $" jr-daily-pay
    " WORK $" jr-work-value.

Find-Job-Rate.
  MOVE ZERO TO rate-found-flag
  MOVE job TO jr-job
  MOVE task TO jr-task
  MOVE skill TO jr-skill
  READ Job-Rates
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET job-rate-found TO TRUE
  END-READ
  IF job-rate-found
    EXIT PARAGRAPH
  END-IF

  MOVE job TO jr-job
  MOVE task TO jr-task
  MOVE "ANY" TO jr-skill
  READ Job-Rates
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET job-rate-found TO TRUE
  END-READ
  IF job-rate-found
    EXIT PARAGRAPH
  END-IF

  MOVE job TO jr-job
  MOVE "ANY" TO jr-task
  MOVE "ANY" TO jr-skill
  READ Job-Rates
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET job-rate-found TO TRUE
  END-READ.

Find-Job-Team.
  MOVE ZERO TO jt-found
  PERFORM VARYING JT-INDEX FROM 1 BY 1
      UNTIL JT-INDEX > job-team-count OR jt-team-was-found
    IF jt-team-name(JT-INDEX) = job-lookup-team
      SET jt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF jt-team-was-found
    SET JT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF job-team-count >= 100
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO job-team-count
  SET JT-INDEX TO job-team-count
  MOVE job-lookup-team TO jt-team-name(JT-INDEX)
  SET jt-team-was-found TO TRUE.

Post-Team-Job-Totals.
  COMPUTE team-net-credit =
    jt-value-total(JT-INDEX) - jt-pay-total(JT-INDEX)
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE jt-team-name(JT-INDEX) TO tr-team-name
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
    MOVE jt-team-name(JT-INDEX) TO tr-team-name
    WRITE Treasury-Record
  END-IF
  PERFORM Check-Treasury-Status
  CLOSE Treasury

  IF jt-pay-total(JT-INDEX) > ZERO
    MOVE SPACES TO Team-Ledger-Record
    MOVE posting-date TO tl-date
    MOVE jt-team-name(JT-INDEX) TO tl-team
    MOVE "JOBPAY" TO tl-category
    COMPUTE tl-amount = ZERO - jt-pay-total(JT-INDEX)
    PERFORM Write-Job-Team-Ledger
  END-IF
  IF jt-value-total(JT-INDEX) > ZERO
    MOVE SPACES TO Team-Ledger-Record
    MOVE posting-date TO tl-date
    MOVE jt-team-name(JT-INDEX) TO tl-team
    MOVE "JOBWORK" TO tl-category
    MOVE jt-value-total(JT-INDEX) TO tl-amount
    PERFORM Write-Job-Team-Ledger
  END-IF

  DISPLAY FUNCTION TRIM(jt-team-name(JT-INDEX)) ": "
    jt-workers(JT-INDEX) " ON JOBS, PAID $" jt-pay-total(JT-INDEX)
    ", WORK WORTH $" jt-value-total(JT-INDEX).

Write-Job-Team-Ledger.
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "JOB-EARNINGS".

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "JOB-EARNINGS".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "JOB-EARNINGS"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "JOB-EARNINGS"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "JOB-EARNINGS".

  COPY "src/copy/procedure/error-log-writer.cpy".

PAY-WITHHOLDING-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pay-withholding.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "JOB-EARNINGS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
