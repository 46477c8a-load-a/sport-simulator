    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

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
FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

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

  01 journal-before-hold PIC X(280).

  78 RECOVERY-AMOUNT VALUE 10.
  78 RECOVERY-PER-COACH-RATING VALUE 2.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 recovery-step PIC 99 VALUE ZERO.
  01 recovery-count PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Staff-Season
  PERFORM Load-Coaching-Staff
  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    MOVE "ABORTED" TO run-completion-status
  DISPLAY "RECOVERY BATCH COMPLETE: " recovery-count " CHARACTER(S) RESTED"
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

Find-Recovery-Step.
  MOVE RECOVERY-AMOUNT TO recovery-step
  IF teammate
    MOVE "TEAMMATES" TO staff-lookup-team
  ELSE
    MOVE team TO staff-lookup-team
  END-IF
  PERFORM Lookup-Staff-Team
  IF staff-team-was-found
    COMPUTE recovery-step = RECOVERY-AMOUNT
      + stf-conditioning-rating(STF-INDEX) * RECOVERY-PER-COACH-RATING
  END-IF.

Recover-Resting-Character.
  IF job = "REST"
    PERFORM Check-Character-Checkout
    IF character-checked-out
      EXIT PARAGRAPH
    END-IF
    MOVE character-record TO journal-before-hold
    PERFORM Find-Recovery-Step
    PERFORM Nudge-Body-Toward-Baseline
    PERFORM Nudge-Mind-Toward-Baseline
    PERFORM Nudge-Spirit-Toward-Baseline

Nudge-Body-Toward-Baseline.
  IF body < 100
    ADD recovery-step TO body
    IF body > 100
      MOVE 100 TO body
    END-IF
  ELSE
    IF body > 100
      SUBTRACT recovery-step FROM body
      IF body < 100
        MOVE 100 TO body
      END-IF

Nudge-Mind-Toward-Baseline.
  IF mind < 100
    ADD recovery-step TO mind
    IF mind > 100
      MOVE 100 TO mind
    END-IF
  ELSE
    IF mind > 100
      SUBTRACT recovery-step FROM mind
      IF mind < 100
        MOVE 100 TO mind
      END-IF

Nudge-Spirit-Toward-Baseline.
  IF spirit < 100
    ADD recovery-step TO spirit
    IF spirit > 100
      MOVE 100 TO spirit
    END-IF
  ELSE
    IF spirit > 100
      SUBTRACT recovery-step FROM spirit
      IF spirit < 100
        MOVE 100 TO spirit
      END-IF

  COPY "src/copy/procedure/error-log-writer.cpy".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "RECOVERY-BATCH".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
