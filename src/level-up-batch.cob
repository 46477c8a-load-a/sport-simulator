    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Prestige ASSIGN TO "data/prestige.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pr-short-name
    FILE STATUS IS prestige-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 error-log-status PIC 99.


  01 level-up-count PIC 9(5) VALUE ZERO.

  78 PRESTIGE-EXPERIENCE VALUE 100.
  78 PRESTIGE-TIER-CAP VALUE 99.
  01 prestige-status PIC 99.
    88 prestige-missing VALUE 35.
  01 prestige-open-flag PIC 9 VALUE ZERO.
    88 prestige-file-open VALUE 1.
  01 prestige-found-flag PIC 9 VALUE ZERO.
    88 prestige-on-file VALUE 1.
  01 prestige-count PIC 9(5) VALUE ZERO.
  01 prestige-today PIC 9(8).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
    GOBACK
  END-IF

  PERFORM Open-Prestige
  MOVE FUNCTION CURRENT-DATE(1:8) TO prestige-today

  OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  IF prestige-file-open
    CLOSE Prestige
  END-IF
  PERFORM Release-Characters-Lock

  COMPUTE run-changed-count = level-up-count + prestige-count
  PERFORM Write-Run-History-Entry

  DISPLAY "LEVEL-UP BATCH COMPLETE: " level-up-count " CHARACTER(S) LEVELED UP"
  DISPLAY "PRESTIGE TIERS AWARDED: " prestige-count
GOBACK.

Roll-Experience-Overflow.
  IF experience >= 100 AND level < 9
    PERFORM Check-Character-Checkout
    IF character-checked-out
      EXIT PARAGRAPH
    END-IF
    MOVE character-record TO journal-before-hold
    SUBTRACT 100 FROM experience
    ADD 1 TO level
      PERFORM Check-CharacterSheet-Status
      PERFORM Journal-Character-Rewrite
    END-IF
  END-IF

  IF experience >= PRESTIGE-EXPERIENCE AND level = 9
    PERFORM Award-Prestige-Tier
  END-IF.

Open-Prestige.
  MOVE ZERO TO prestige-open-flag
  MOVE ZERO TO prestige-status
  IF batch-dry-run
    OPEN INPUT Prestige
  ELSE
    OPEN I-O Prestige
    IF prestige-missing
      OPEN OUTPUT Prestige
      CLOSE Prestige
      OPEN I-O Prestige
    END-IF
  END-IF
  IF prestige-status = ZERO
    SET prestige-file-open TO TRUE
  ELSE
    CLOSE Prestige
  END-IF.

Award-Prestige-Tier.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO prestige-found-flag
  MOVE short-name TO pr-short-name
  IF prestige-file-open
    READ Prestige
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET prestige-on-file TO TRUE
    END-READ
  END-IF
  IF NOT prestige-on-file
    MOVE short-name TO pr-short-name
    MOVE ZERO TO pr-tier
    MOVE prestige-today TO pr-first-date
    SET pr-bonus-none TO TRUE
  END-IF
  IF pr-tier >= PRESTIGE-TIER-CAP
    EXIT PARAGRAPH
  END-IF

  MOVE character-record TO journal-before-hold
  SUBTRACT PRESTIGE-EXPERIENCE FROM experience
  ADD 1 TO pr-tier
  MOVE prestige-today TO pr-last-date
  PERFORM Grant-Prestige-Bonus
  ADD 1 TO prestige-count
  DISPLAY "PRESTIGE: " long-name " (" FUNCTION TRIM(short-name)
    ") REACHES TIER " pr-tier ", +1 " FUNCTION TRIM(pr-last-bonus)

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF
  REWRITE Character-Record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite
  IF prestige-on-file
    REWRITE Prestige-Record
  ELSE
    WRITE Prestige-Record
  END-IF.

Grant-Prestige-Bonus.
  EVALUATE TRUE
    WHEN power-bonus < 9 AND power-bonus <= focus-bonus
        AND power-bonus <= speed-bonus
      ADD 1 TO power-bonus
      SET pr-bonus-power TO TRUE
    WHEN focus-bonus < 9 AND focus-bonus <= speed-bonus
      ADD 1 TO focus-bonus
      SET pr-bonus-focus TO TRUE
    WHEN speed-bonus < 9
      ADD 1 TO speed-bonus
      SET pr-bonus-speed TO TRUE
    WHEN full-potential < 99
      ADD 1 TO full-potential
      SET pr-bonus-potential TO TRUE
    WHEN OTHER
      SET pr-bonus-none TO TRUE
  END-EVALUATE.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
