IDENTIFICATION DIVISION.
PROGRAM-ID. Job-Rate-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Job-Rates ASSIGN TO "data/job-rates.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS jr-rate-key
    FILE STATUS IS job-rate-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

DATA DIVISION.
FILE SECTION.
FD Job-Rates
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Job-Rate-Record.

  COPY "src/copy/file-description/job-rate-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

WORKING-STORAGE SECTION.
  01 job-rate-status PIC 99.
    88 end-of-job-rates VALUE 10.
    88 job-rates-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10).

  01 editor-choice PIC X.
    88 add-chosen    VALUES "A", "a".
    88 delete-chosen VALUES "D", "d".
    88 list-chosen   VALUES "L", "l".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-job PIC X(10).
  01 entry-task PIC X(10).
  01 entry-skill PIC X(10).
  01 entry-daily-pay PIC 9(3).
  01 entry-work-value PIC 9(5).
  01 entry-experience-gain PIC 9.
  01 entry-description PIC X(30).
  01 record-found PIC 9 VALUE ZERO.
    88 rate-was-found VALUE 1.
  01 rate-listed-count PIC 9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== JOB RATE TABLE ==="
    DISPLAY "[A]DD OR CHANGE RATE, [D]ELETE RATE, [L]IST RATES"
    DISPLAY "OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN add-chosen
        PERFORM Add-One-Rate
      WHEN delete-chosen
        PERFORM Delete-One-Rate
      WHEN list-chosen
        PERFORM List-Rates
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Ask-Rate-Key.
  DISPLAY "JOB (E.G. SUPPORT): " WITH NO ADVANCING
  ACCEPT entry-job
  MOVE FUNCTION UPPER-CASE(entry-job) TO entry-job
  DISPLAY "TASK (ANY = EVERY TASK): " WITH NO ADVANCING
  ACCEPT entry-task
  MOVE FUNCTION UPPER-CASE(entry-task) TO entry-task
  IF entry-task = SPACES
    MOVE "ANY" TO entry-task
  END-IF
  DISPLAY "SKILL (ANY = EVERY SKILL): " WITH NO ADVANCING
  ACCEPT entry-skill
  MOVE FUNCTION UPPER-CASE(entry-skill) TO entry-skill
  IF entry-skill = SPACES
    MOVE "ANY" TO entry-skill
  END-IF.

Add-One-Rate.
  PERFORM Ask-Rate-Key
  IF entry-job = SPACES
    DISPLAY "JOB IS REQUIRED."
    EXIT PARAGRAPH
  END-IF
  IF entry-job = "REST" OR entry-job = "PLAY" OR entry-job = "TRAIN"
    DISPLAY "REST, PLAY AND TRAIN ARE NOT PAID JOBS."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "DAILY PAY TO CHARACTER ($0-999): " WITH NO ADVANCING
  ACCEPT entry-daily-pay
  DISPLAY "DAILY VALUE OF WORK TO TEAM ($): " WITH NO ADVANCING
  ACCEPT entry-work-value
  DISPLAY "EXPERIENCE GAIN PER DAY (0-9): " WITH NO ADVANCING
  ACCEPT entry-experience-gain
  DISPLAY "DESCRIPTION: " WITH NO ADVANCING
  ACCEPT entry-description
  MOVE FUNCTION UPPER-CASE(entry-description) TO entry-description

  PERFORM Load-Operator-Id
  OPEN I-O Job-Rates
  IF job-rates-missing
    OPEN OUTPUT Job-Rates
  END-IF
  MOVE ZERO TO record-found
  MOVE entry-job TO jr-job
  MOVE entry-task TO jr-task
  MOVE entry-skill TO jr-skill
  READ Job-Rates
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET rate-was-found TO TRUE
  END-READ

  MOVE entry-job TO jr-job
  MOVE entry-task TO jr-task
  MOVE entry-skill TO jr-skill
  MOVE entry-daily-pay TO jr-daily-pay
  MOVE entry-work-value TO jr-work-value
  MOVE entry-experience-gain TO jr-experience-gain
  MOVE entry-description TO jr-description
  MOVE operator-id TO jr-entered-by
  IF rate-was-found
    REWRITE Job-Rate-Record
  ELSE
    WRITE Job-Rate-Record
  END-IF
  CLOSE Job-Rates

  DISPLAY FUNCTION TRIM(entry-job) "/" FUNCTION TRIM(entry-task)
    "/" FUNCTION TRIM(entry-skill) ": PAYS $" jr-daily-pay
    ", WORTH $" jr-work-value ", +" jr-experience-gain " EXP A DAY.".

Delete-One-Rate.
  PERFORM Ask-Rate-Key
  OPEN I-O Job-Rates
  IF job-rates-missing
    CLOSE Job-Rates
    DISPLAY "NO JOB RATES ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE entry-job TO jr-job
  MOVE entry-task TO jr-task
  MOVE entry-skill TO jr-skill
  DELETE Job-Rates
    INVALID KEY
      DISPLAY "NO SUCH JOB RATE."
    NOT INVALID KEY
      DISPLAY "JOB RATE DELETED."
  END-DELETE
  CLOSE Job-Rates.

List-Rates.
  MOVE ZERO TO rate-listed-count
  OPEN INPUT Job-Rates
  IF job-rates-missing
    CLOSE Job-Rates
    DISPLAY "NO JOB RATES ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO jr-rate-key
  START Job-Rates KEY >= jr-rate-key
    INVALID KEY
      DISPLAY "NO JOB RATES ON FILE."
    NOT INVALID KEY
      DISPLAY "JOB        TASK       SKILL      PAY VALUE EXP"
        " DESCRIPTION"
      PERFORM UNTIL end-of-job-rates
        READ Job-Rates NEXT RECORD
          AT END
            SET end-of-job-rates TO TRUE
          NOT AT END
            ADD 1 TO rate-listed-count
            DISPLAY jr-job " " jr-task " " jr-skill " "
              jr-daily-pay " " jr-work-value "  " jr-experience-gain
              "  " jr-description
        END-READ
      END-PERFORM
  END-START
  CLOSE Job-Rates
  DISPLAY rate-listed-count " JOB RATE(S)".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".
