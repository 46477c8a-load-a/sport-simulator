    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Player-Value ASSIGN TO "data/player-value.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pv-value-key
    FILE STATUS IS player-value-status.

  SELECT Prestige ASSIGN TO "data/prestige.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pr-short-name
    FILE STATUS IS prestige-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Player-Value
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Value-Record.

  COPY "src/copy/file-description/player-value-record.cpy".

FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

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

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 audit-file PIC 99.
  01 player-value-status PIC 99.
    88 player-value-missing VALUE 35.
  01 prestige-status PIC 99.
    88 prestige-missing VALUE 35.
  01 prestige-open-flag PIC 9 VALUE ZERO.
    88 prestige-is-open VALUE 1.
  01 prestige-tier-held PIC 99 VALUE ZERO.
  01 value-season PIC 9(4).
  01 rating-edit PIC +ZZZZ9.
  01 rating-text PIC X(6).
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  78 BASE-SALARY-NEED VALUE 30.
  78 BASE-SALARY-WANT VALUE 60.
  78 NEED-STEP-PER-LEVEL VALUE 5.
  78 WANT-STEP-PER-LEVEL VALUE 10.
  78 NEED-STEP-PER-PRESTIGE VALUE 2.
  78 WANT-STEP-PER-PRESTIGE VALUE 3.

  01 scheduled-need PIC 99.
  01 scheduled-want PIC 99.
    GOBACK
  END-IF

  MOVE FUNCTION CURRENT-DATE(1:4) TO value-season
  OPEN INPUT Player-Value
  MOVE ZERO TO prestige-status
  OPEN INPUT Prestige
  IF NOT prestige-missing
    SET prestige-is-open TO TRUE
  END-IF
  OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Player-Value
  IF prestige-is-open
    CLOSE Prestige
  END-IF
  PERFORM Release-Characters-Lock

  MOVE reviewed-count TO run-processed-count
GOBACK.

Review-One-Salary.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold
  ADD 1 TO reviewed-count
  MOVE ZERO TO record-changed-flag
  PERFORM Fetch-Prestige-Tier

  COMPUTE scheduled-need =
    BASE-SALARY-NEED + NEED-STEP-PER-LEVEL * (level - 1)
      + NEED-STEP-PER-PRESTIGE * prestige-tier-held
    ON SIZE ERROR
      MOVE 99 TO scheduled-need
  END-COMPUTE
  COMPUTE scheduled-want =
    BASE-SALARY-WANT + WANT-STEP-PER-LEVEL * (level - 1)
      + WANT-STEP-PER-PRESTIGE * prestige-tier-held
    ON SIZE ERROR
      MOVE 99 TO scheduled-want
  END-COMPUTE
  IF scheduled-want > 99
    MOVE 99 TO scheduled-want
  END-IF
      PERFORM Journal-Character-Rewrite
    END-IF
    ADD 1 TO adjusted-count
    PERFORM Fetch-Value-Rating
    DISPLAY "SALARY REVIEWED: " long-name " ("
      FUNCTION TRIM(short-name) ") LEVEL " level
      " NOW $" salary-need "/$" salary-want " PAYING $" per-diem
      " VALUE " FUNCTION TRIM(rating-text)
  END-IF.

Fetch-Value-Rating.
  MOVE "N/A" TO rating-text
  IF player-value-missing
    EXIT PARAGRAPH
  END-IF
  MOVE value-season TO pv-season
  MOVE short-name TO pv-short-name
  READ Player-Value
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE pv-value-rating TO rating-edit
      MOVE rating-edit TO rating-text
  END-READ.

Fetch-Prestige-Tier.
  MOVE ZERO TO prestige-tier-held
  IF NOT prestige-is-open
    EXIT PARAGRAPH
  END-IF
  MOVE short-name TO pr-short-name
  READ Prestige
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE pr-tier TO prestige-tier-held
  END-READ.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
