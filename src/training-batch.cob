    RECORD KEY IS mn-rookie-name
    FILE STATUS IS mentorship-status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

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
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.

  COPY "src/copy/file-description/mentorship-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

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
  COPY "src/copy/working-storage/coaching-staff-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 error-log-status PIC 99.

  01 Roll-Fraction PIC 9V9(9).
  01 Roll-Result   PIC 999.

  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 coaching-bonus PIC 9 VALUE ZERO.
  01 coached-count PIC 9(5) VALUE ZERO.

  01 lowest-stat PIC 99.
  01 raised-stat PIC 99.
  01 raised-stat-name PIC X(5).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Seed-Random-Generator
  PERFORM Load-Mentored-Keys
  PERFORM Load-Staff-Season
  PERFORM Load-Coaching-Staff

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
  PERFORM Write-Run-History-Entry

  DISPLAY "TRAINING BATCH COMPLETE: " trained-count
    " CHARACTER(S) IMPROVED, " capped-count " AT FULL POTENTIAL, "
    coached-count " WITH A COACH'S HELP"
GOBACK.

Load-Staff-Season.
  MOVE FUNCTION CURRENT-DATE(1:4) TO staff-season
  OPEN INPUT Season-Clock
    IF NOT season-clock-missing
      READ Season-Clock
        AT END
          CONTINUE
        NOT AT END
          MOVE clock-year TO staff-season
      END-READ
    END-IF
  CLOSE Season-Clock.

Find-Coaching-Bonus.
  MOVE ZERO TO coaching-bonus
  IF teammate
    MOVE "TEAMMATES" TO staff-lookup-team
  ELSE
    MOVE team TO staff-lookup-team
  END-IF
  PERFORM Lookup-Staff-Team
  IF NOT staff-team-was-found
    EXIT PARAGRAPH
  END-IF
  EVALUATE lowest-stat
    WHEN power-stat
      MOVE stf-power-rating(STF-INDEX) TO coaching-bonus
    WHEN focus-stat
      MOVE stf-focus-rating(STF-INDEX) TO coaching-bonus
    WHEN OTHER
      MOVE stf-speed-rating(STF-INDEX) TO coaching-bonus
  END-EVALUATE.

Seed-Random-Generator.
  MOVE FUNCTION CURRENT-DATE(9:6) TO Random-Seed
  COMPUTE Roll-Fraction = FUNCTION RANDOM(Random-Seed).
  IF job NOT = "TRAIN" OR character-archived
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  PERFORM Find-Lowest-Stat
  PERFORM Find-Coaching-Bonus

  COMPUTE Roll-Fraction = FUNCTION RANDOM
  COMPUTE Roll-Result =
    FUNCTION INTEGER(Roll-Fraction * TRAINING-DIE-SIZE) + 1

  IF Roll-Result > focus-stat + coaching-bonus
    PERFORM Check-Mentored-Membership
    IF NOT character-is-mentored
      EXIT PARAGRAPH
    COMPUTE Roll-Fraction = FUNCTION RANDOM
    COMPUTE Roll-Result =
      FUNCTION INTEGER(Roll-Fraction * TRAINING-DIE-SIZE) + 1
    IF Roll-Result > focus-stat + coaching-bonus
      EXIT PARAGRAPH
    END-IF
    DISPLAY "MENTOR SESSION PAYS OFF FOR "
      FUNCTION TRIM(short-name)
  END-IF

  IF Roll-Result > focus-stat
    ADD 1 TO coached-count
    DISPLAY "COACHING SESSION PAYS OFF FOR "
      FUNCTION TRIM(short-name)
  END-IF

  MOVE character-record TO journal-before-hold
  PERFORM Promote-Die-Size

  IF raised-stat = lowest-stat

  COPY "src/copy/procedure/error-log-writer.cpy".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TRAINING-BATCH".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
