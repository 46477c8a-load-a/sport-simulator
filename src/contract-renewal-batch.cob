    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Satisfaction ASSIGN TO "data/satisfaction.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS sa-satisfaction-key
    FILE STATUS IS satisfaction-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Satisfaction
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Satisfaction-Record.

  COPY "src/copy/file-description/satisfaction-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".


WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/satisfaction-data.cpy".

  01 contract-status-code PIC 99.
    88 end-of-contracts VALUE 10.
  01 error-log-status PIC 99.

  78 CONTRACT-TERM-YEARS VALUE 3.
  78 HOLDOUT-BASE-CHANCE VALUE 25.
  78 HOLDOUT-REQUEST-CHANCE VALUE 25.
  78 HOLDOUT-MAX-CHANCE VALUE 95.

  01 run-mode PIC X.
    88 renew-mode   VALUES "R", "r".
  01 holdout-count  PIC 9(4) VALUE ZERO.

  01 sign-key PIC X(10).
  01 satisfaction-open-flag PIC 9 VALUE ZERO.
    88 satisfaction-is-open VALUE 1.
  01 holdout-chance PIC 9(3).
  01 holdout-roll PIC 9(3).

PROCEDURE DIVISION.
Main-logic.
  END-IF
  PERFORM Check-Contracts-Status

  MOVE ZERO TO satisfaction-status satisfaction-open-flag
  OPEN INPUT Satisfaction
  IF satisfaction-status = ZERO
    SET satisfaction-is-open TO TRUE
  END-IF

  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Satisfaction
  CLOSE Contracts

  COMPUTE run-processed-count = expired-count + proposed-count
  PERFORM Write-Run-History-Entry

  DISPLAY "RENEWAL COMPLETE: " expired-count " EXPIRED, "
    proposed-count " RENEWAL(S) PROPOSED, " holdout-count
    " HOLDING OUT"
GOBACK.

Review-One-Contract.
  COMPUTE ct-start-year = closing-season + 1
  COMPUTE ct-end-year = closing-season + CONTRACT-TERM-YEARS
  SET contract-proposed TO TRUE
  PERFORM Check-Satisfaction-Holdout

  IF contract-was-found
    REWRITE Contract-Record
  DISPLAY "PROPOSED: " FUNCTION TRIM(ct-short-name) " $"
    ct-per-diem "/DAY, " ct-start-year " THROUGH " ct-end-year.

Check-Satisfaction-Holdout.
  IF NOT satisfaction-is-open
    EXIT PARAGRAPH
  END-IF
  MOVE team TO sa-team
  MOVE short-name TO sa-short-name
  READ Satisfaction
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF sa-score >= SATISFACTION-THRESHOLD
    EXIT PARAGRAPH
  END-IF

  COMPUTE holdout-chance = HOLDOUT-BASE-CHANCE
    + (SATISFACTION-THRESHOLD - sa-score) * 2
  IF sa-trade-request-id NOT = ZERO
    ADD HOLDOUT-REQUEST-CHANCE TO holdout-chance
  END-IF
  IF holdout-chance > HOLDOUT-MAX-CHANCE
    MOVE HOLDOUT-MAX-CHANCE TO holdout-chance
  END-IF
  COMPUTE holdout-roll = FUNCTION INTEGER(FUNCTION RANDOM * 100)
  IF holdout-roll < holdout-chance
    SET contract-holdout TO TRUE
    ADD 1 TO holdout-count
    DISPLAY "HOLDOUT: " FUNCTION TRIM(short-name)
      " IS UNHAPPY (SATISFACTION " sa-score ") AND WILL NOT SIGN"
  END-IF.

Flag-Holdouts.
  OPEN I-O Contracts
    PERFORM Check-Contracts-Status
