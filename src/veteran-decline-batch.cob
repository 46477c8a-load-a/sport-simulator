IDENTIFICATION DIVISION.
PROGRAM-ID. Veteran-Decline-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Veteran-Declines ASSIGN TO "data/veteran-declines.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS veteran-decline-status.

  SELECT League-Rules ASSIGN TO "data/league-rules.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-rules-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Characters-Lock ASSIGN TO "data/characters.dat.lock"
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

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Veteran-Declines.
  COPY "src/copy/file-description/veteran-decline-record.cpy".

FD League-Rules.
  COPY "src/copy/file-description/league-rules-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

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

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.

  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 error-log-status PIC 99.
  01 audit-file PIC 99.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  01 veteran-decline-status PIC 99.
    88 end-of-veteran-declines VALUE 10.
    88 veteran-declines-missing VALUE 35.
  01 league-rules-status PIC 99.
    88 end-of-league-rules VALUE 10.
    88 league-rules-missing VALUE 35.
  COPY "src/copy/working-storage/league-rules-version-data.cpy".
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.

  78 DEFAULT-PEAK-AGE VALUE 30.
  78 DECLINE-PERCENT-PER-YEAR VALUE 15.
  78 DECLINE-PERCENT-MAXIMUM VALUE 90.
  78 DECLINE-DIE-SIZE VALUE 100.

  01 decline-mode PIC X(8) VALUE "BIRTHDAY".
    88 birthday-decline-run VALUE "BIRTHDAY".
    88 season-decline-run   VALUE "SEASON".
  01 peak-age PIC 99 VALUE 30.
  01 decline-year PIC 9(4).
  01 decline-date PIC 9(8).

  01 Declined-Key-Table.
    02 Declined-Key-Entry OCCURS 1000 TIMES INDEXED BY DK-INDEX.
      03 dk-short-name PIC X(10).
  01 declined-key-count PIC 9(4) VALUE ZERO.
  01 declined-lookup-flag PIC 9 VALUE ZERO.
    88 already-declined-this-season VALUE 1.

  01 Random-Seed   PIC 9(6).
  01 Roll-Fraction PIC 9V9(9).
  01 Roll-Result   PIC 999.

  01 years-past-peak PIC 99.
  01 decline-chance PIC 999.
  01 stat-before PIC 99.
  01 stat-after PIC 99.
  01 bonus-before PIC 9.
  01 bonus-after PIC 9.
  01 decline-field-name PIC X(15).
  01 character-declined-flag PIC 9 VALUE ZERO.
    88 character-declined VALUE 1.

  01 veterans-reviewed PIC 9(5) VALUE ZERO.
  01 veterans-declined PIC 9(5) VALUE ZERO.
  01 veterans-skipped PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
    run-rejected-count
  MOVE "COMPLETE" TO run-completion-status
  MOVE ZERO TO veterans-reviewed veterans-declined veterans-skipped
  MOVE ZERO TO report-control-status
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; VETERAN DECLINE NOT RUN."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  MOVE clock-year TO decline-year
  COMPUTE decline-date =
    clock-year * 10000 + clock-month * 100 + clock-day

  PERFORM Load-Decline-Mode
  PERFORM Load-Peak-Age
  PERFORM Load-Declined-Keys
  PERFORM Seed-Random-Generator

  DISPLAY "=== VETERAN DECLINE (" FUNCTION TRIM(decline-mode)
    ") FOR " decline-year ", PEAK AGE " peak-age " ==="

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  IF NOT batch-dry-run
    OPEN EXTEND Veteran-Declines
    IF veteran-declines-missing
      OPEN OUTPUT Veteran-Declines
    END-IF
  END-IF

  MOVE ZERO TO File-Status
  OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY
        DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              PERFORM Decline-One-Character
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  PERFORM Release-Characters-Lock

  IF NOT batch-dry-run
    CLOSE Veteran-Declines
  END-IF

  MOVE veterans-reviewed TO run-processed-count
  MOVE veterans-declined TO run-changed-count
  MOVE veterans-skipped TO run-rejected-count
  PERFORM Write-Run-History-Entry

  DISPLAY "VETERAN DECLINE COMPLETE: " veterans-reviewed
    " VETERAN(S) REVIEWED, " veterans-declined " DECLINED, "
    veterans-skipped " ALREADY DECLINED THIS SEASON"
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

Load-Decline-Mode.
  MOVE "BIRTHDAY" TO decline-mode
  IF phase-offseason
    SET season-decline-run TO TRUE
  END-IF
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "VETERAN-DECLINE"
                AND FUNCTION UPPER-CASE(rc-filter) = "SEASON"
              SET season-decline-run TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Load-Peak-Age.
  MOVE DEFAULT-PEAK-AGE TO peak-age
  COMPUTE rules-as-of-date =
    clock-year * 10000 + clock-month * 100 + clock-day
  PERFORM Select-Rules-Version
  IF rules-version-found
    IF rl-veteran-peak-age IS NUMERIC
        AND rl-veteran-peak-age > ZERO
      MOVE rl-veteran-peak-age TO peak-age
    END-IF
  END-IF
  CLOSE League-Rules.

Load-Declined-Keys.
  MOVE ZERO TO declined-key-count
  MOVE ZERO TO veteran-decline-status
  OPEN INPUT Veteran-Declines
  IF veteran-declines-missing
    CLOSE Veteran-Declines
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-veteran-declines
    READ Veteran-Declines
      AT END
        SET end-of-veteran-declines TO TRUE
      NOT AT END
        IF vd-year = decline-year AND declined-key-count < 1000
          ADD 1 TO declined-key-count
          SET DK-INDEX TO declined-key-count
          MOVE vd-short-name TO dk-short-name(DK-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Veteran-Declines.

Check-Declined-Membership.
  MOVE ZERO TO declined-lookup-flag
  PERFORM VARYING DK-INDEX FROM 1 BY 1
      UNTIL DK-INDEX > declined-key-count
        OR already-declined-this-season
    IF dk-short-name(DK-INDEX) = short-name
      SET already-declined-this-season TO TRUE
    END-IF
  END-PERFORM.

Seed-Random-Generator.
  MOVE FUNCTION CURRENT-DATE(9:6) TO Random-Seed
  COMPUTE Roll-Fraction = FUNCTION RANDOM(Random-Seed).

Decline-One-Character.
  IF character-archived OR age NOT > peak-age
    EXIT PARAGRAPH
  END-IF
  IF birthday-decline-run
      AND (birth-month NOT = clock-month
        OR birth-day NOT = clock-day)
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO veterans-reviewed
  PERFORM Check-Declined-Membership
  IF already-declined-this-season
    ADD 1 TO veterans-skipped
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  COMPUTE years-past-peak = age - peak-age
  COMPUTE decline-chance =
    years-past-peak * DECLINE-PERCENT-PER-YEAR
  IF decline-chance > DECLINE-PERCENT-MAXIMUM
    MOVE DECLINE-PERCENT-MAXIMUM TO decline-chance
  END-IF

  MOVE character-record TO journal-before-hold
  MOVE ZERO TO character-declined-flag
  MOVE SPACES TO Veteran-Decline-Record
  MOVE power-stat TO vd-power-before
  MOVE power-bonus TO vd-power-bonus-before
  MOVE focus-stat TO vd-focus-before
  MOVE focus-bonus TO vd-focus-bonus-before
  MOVE speed-stat TO vd-speed-before
  MOVE speed-bonus TO vd-speed-bonus-before

  MOVE power-stat TO stat-before
  PERFORM Roll-Stat-Decline
  MOVE stat-after TO power-stat
  MOVE focus-stat TO stat-before
  PERFORM Roll-Stat-Decline
  MOVE stat-after TO focus-stat
  MOVE speed-stat TO stat-before
  PERFORM Roll-Stat-Decline
  MOVE stat-after TO speed-stat

  MOVE power-bonus TO bonus-before
  PERFORM Roll-Bonus-Decline
  MOVE bonus-after TO power-bonus
  MOVE focus-bonus TO bonus-before
  PERFORM Roll-Bonus-Decline
  MOVE bonus-after TO focus-bonus
  MOVE speed-bonus TO bonus-before
  PERFORM Roll-Bonus-Decline
  MOVE bonus-after TO speed-bonus

  IF NOT character-declined
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO veterans-declined
  DISPLAY "DECLINE: " long-name " (" FUNCTION TRIM(short-name)
    ") AGE " age " POWER D" vd-power-before "->D" power-stat
    " FOCUS D" vd-focus-before "->D" focus-stat
    " SPEED D" vd-speed-before "->D" speed-stat

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  REWRITE Character-Record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite
  PERFORM Audit-Declined-Fields
  PERFORM Write-Decline-Entry.

Roll-Stat-Decline.
  MOVE stat-before TO stat-after
  COMPUTE Roll-Fraction = FUNCTION RANDOM
  COMPUTE Roll-Result =
    FUNCTION INTEGER(Roll-Fraction * DECLINE-DIE-SIZE) + 1
  IF Roll-Result > decline-chance
    EXIT PARAGRAPH
  END-IF
  PERFORM Demote-Die-Size
  IF stat-after NOT = stat-before
    SET character-declined TO TRUE
  END-IF.

Demote-Die-Size.
  EVALUATE stat-before
    WHEN 20 MOVE 12 TO stat-after
    WHEN 12 MOVE 10 TO stat-after
    WHEN 10 MOVE 8  TO stat-after
    WHEN 8  MOVE 6  TO stat-after
    WHEN 6  MOVE 4  TO stat-after
    WHEN 4  MOVE 2  TO stat-after
    WHEN OTHER MOVE stat-before TO stat-after
  END-EVALUATE.

Roll-Bonus-Decline.
  MOVE bonus-before TO bonus-after
  IF bonus-before = ZERO
    EXIT PARAGRAPH
  END-IF
  COMPUTE Roll-Fraction = FUNCTION RANDOM
  COMPUTE Roll-Result =
    FUNCTION INTEGER(Roll-Fraction * DECLINE-DIE-SIZE) + 1
  IF Roll-Result > decline-chance
    EXIT PARAGRAPH
  END-IF
  SUBTRACT 1 FROM bonus-after
  SET character-declined TO TRUE.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Audit-Declined-Fields.
  IF power-stat NOT = vd-power-before
    MOVE "POWER-STAT" TO decline-field-name
    MOVE vd-power-before TO audit-old-value
    MOVE power-stat TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF
  IF power-bonus NOT = vd-power-bonus-before
    MOVE "POWER-BONUS" TO decline-field-name
    MOVE vd-power-bonus-before TO audit-old-value
    MOVE power-bonus TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF
  IF focus-stat NOT = vd-focus-before
    MOVE "FOCUS-STAT" TO decline-field-name
    MOVE vd-focus-before TO audit-old-value
    MOVE focus-stat TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF
  IF focus-bonus NOT = vd-focus-bonus-before
    MOVE "FOCUS-BONUS" TO decline-field-name
    MOVE vd-focus-bonus-before TO audit-old-value
    MOVE focus-bonus TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF
  IF speed-stat NOT = vd-speed-before
    MOVE "SPEED-STAT" TO decline-field-name
    MOVE vd-speed-before TO audit-old-value
    MOVE speed-stat TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF
  IF speed-bonus NOT = vd-speed-bonus-before
    MOVE "SPEED-BONUS" TO decline-field-name
    MOVE vd-speed-bonus-before TO audit-old-value
    MOVE speed-bonus TO audit-new-value
    PERFORM Write-Audit-Entry
  END-IF.

Write-Audit-Entry.
  MOVE short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  MOVE "DECLIN" TO audit-action
  MOVE decline-field-name TO audit-field

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

Write-Decline-Entry.
  MOVE decline-year TO vd-year
  MOVE decline-date TO vd-date
  MOVE short-name TO vd-short-name
  IF teammate
    MOVE "TEAMMATES" TO vd-team
  ELSE
    MOVE team TO vd-team
  END-IF
  MOVE age TO vd-age
  MOVE decline-mode TO vd-trigger
  MOVE power-stat TO vd-power-after
  MOVE power-bonus TO vd-power-bonus-after
  MOVE focus-stat TO vd-focus-after
  MOVE focus-bonus TO vd-focus-bonus-after
  MOVE speed-stat TO vd-speed-after
  MOVE speed-bonus TO vd-speed-bonus-after
  WRITE Veteran-Decline-Record

  IF declined-key-count < 1000
    ADD 1 TO declined-key-count
    SET DK-INDEX TO declined-key-count
    MOVE short-name TO dk-short-name(DK-INDEX)
  END-IF.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "VETERAN-DECLINE".

LEAGUE-RULES-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-rules-version.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "VETERAN-DECLINE"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "VETERAN-DECLINE".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "VETERAN-DECLINE".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "VETERAN-DECLINE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
