IDENTIFICATION DIVISION.
PROGRAM-ID. Prospect-Office.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Prospects ASSIGN TO "data/prospects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pro-short-name
    FILE STATUS IS prospect-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

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

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

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
FD Prospects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prospect-Record.

  COPY "src/copy/file-description/prospect-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

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

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

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
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 prospect-status PIC 99.
    88 end-of-prospects VALUE 10.
    88 prospects-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  01 error-log-status PIC 99.

  78 SCOUTING-VISIT-COST VALUE 15.
  78 COMBINE-DRILLS-PER-STAT VALUE 2.
  78 COMBINE-RANGE-WIDTH VALUE 2.
  78 ROOKIE-PER-DIEM VALUE 30.

  01 Die-Ladder-Values PIC X(14) VALUE "02040608101220".
  01 Die-Ladder REDEFINES Die-Ladder-Values.
    02 die-rung PIC 99 OCCURS 7 TIMES.
  01 ladder-scan PIC 9.
  01 rung-lookup-die PIC 99.
  01 rung-found PIC 9.
  01 floor-rung PIC 9.
  01 hidden-rung PIC 9.
  01 low-rung PIC S9.
  01 high-rung PIC S9.
  01 new-width PIC S9.
  01 low-rung-min PIC S9.
  01 low-rung-max PIC S9.
  01 low-rung-offset PIC 9.

  01 office-choice PIC X.
    88 enter-chosen   VALUES "E", "e".
    88 combine-chosen VALUES "C", "c".
    88 visit-chosen   VALUES "V", "v".
    88 sign-chosen    VALUES "S", "s".
    88 list-chosen    VALUES "L", "l".
    88 quit-chosen    VALUES "Q", "q".

  01 entry-short-name PIC X(10).
  01 entry-long-name  PIC X(21).
  01 entry-age        PIC 99.
  01 entry-power      PIC 99.
  01 entry-focus      PIC 99.
  01 entry-speed      PIC 99.
  01 entry-team       PIC X(20).
  01 entry-valid-flag PIC 9 VALUE ZERO.
    88 entry-is-valid VALUE 1.
  01 character-found-flag PIC 9 VALUE ZERO.
    88 character-already-on-file VALUE 1.

  01 office-season PIC 9(4).
  01 office-today  PIC 9(8).
  01 Random-Seed PIC 9(6).
  01 Roll-Fraction PIC 9V9(9).
  01 Roll-Die-Size PIC 99.
  01 Roll-Result PIC 99.
  01 combine-total PIC 9(3).
  01 combined-count PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE FUNCTION CURRENT-DATE(9:6) TO Random-Seed
  COMPUTE Roll-Fraction = FUNCTION RANDOM(Random-Seed)
  PERFORM Load-Season-Clock
  MOVE ZERO TO office-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== PROSPECT OFFICE, CLASS OF " office-season " ==="
    DISPLAY "[E]NTER PROSPECT, [C]OMBINE, SCOUTING [V]ISIT, [S]IGN,"
      " [L]IST OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT office-choice
    EVALUATE TRUE
      WHEN enter-chosen
        PERFORM Enter-One-Prospect
      WHEN combine-chosen
        PERFORM Run-Preseason-Combine
      WHEN visit-chosen
        PERFORM Make-Scouting-Visit
      WHEN sign-chosen
        PERFORM Sign-One-Prospect
      WHEN list-chosen
        PERFORM List-Prospects
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
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
  CLOSE Season-Clock
  IF season-clock-found
    MOVE clock-date TO office-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO office-today
  END-IF
  MOVE office-today(1:4) TO office-season.

Enter-One-Prospect.
  DISPLAY "PROSPECT SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name
  IF entry-short-name = SPACES
    DISPLAY "NO PROSPECT GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "FULL NAME: " WITH NO ADVANCING
  ACCEPT entry-long-name
  DISPLAY "AGE: " WITH NO ADVANCING
  ACCEPT entry-age
  DISPLAY "POWER DIE: " WITH NO ADVANCING
  ACCEPT entry-power
  DISPLAY "FOCUS DIE: " WITH NO ADVANCING
  ACCEPT entry-focus
  DISPLAY "SPEED DIE: " WITH NO ADVANCING
  ACCEPT entry-speed

  SET entry-is-valid TO TRUE
  MOVE 1 TO floor-rung
  MOVE entry-power TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  MOVE entry-focus TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  MOVE entry-speed TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  IF NOT entry-is-valid
    DISPLAY "STATS MUST BE DIE SIZES: 2, 4, 6, 8, 10, 12 OR 20."
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO character-found-flag
  OPEN INPUT CharacterSheet
  MOVE entry-short-name TO short-name
  READ CharacterSheet
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET character-already-on-file TO TRUE
  END-READ
  CLOSE CharacterSheet
  IF character-already-on-file
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-short-name)
      " IS ALREADY ON THE CHARACTER SHEET."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Prospects
  IF prospects-missing
    OPEN OUTPUT Prospects
  END-IF
  PERFORM Check-Prospect-Status

  MOVE SPACES TO Prospect-Record
  MOVE entry-short-name TO pro-short-name
  MOVE entry-long-name TO pro-long-name
  MOVE entry-age TO pro-age
  MOVE office-season TO pro-class-season
  MOVE entry-power TO pro-power-stat
  MOVE entry-focus TO pro-focus-stat
  MOVE entry-speed TO pro-speed-stat
  COMPUTE hidden-rung = floor-rung
    + FUNCTION INTEGER(FUNCTION RANDOM * (8 - floor-rung))
  MOVE die-rung(hidden-rung) TO pro-hidden-potential
  MOVE die-rung(floor-rung) TO pro-range-low
  MOVE die-rung(7) TO pro-range-high
  MOVE ZERO TO pro-combine-season pro-combine-score pro-visit-count
    pro-signed-date
  SET prospect-available TO TRUE
  WRITE Prospect-Record
    INVALID KEY
      DISPLAY "REFUSED: PROSPECT " FUNCTION TRIM(entry-short-name)
        " IS ALREADY ON FILE."
    NOT INVALID KEY
      ADD 1 TO run-changed-count
      DISPLAY "PROSPECT " FUNCTION TRIM(pro-short-name)
        " ENTERED; POTENTIAL D" pro-range-low "-D" pro-range-high
        " UNTIL THE COMBINE."
  END-WRITE
  CLOSE Prospects.

Find-Die-Rung.
  MOVE ZERO TO rung-found
  PERFORM VARYING ladder-scan FROM 1 BY 1
      UNTIL ladder-scan > 7 OR rung-found > ZERO
    IF die-rung(ladder-scan) = rung-lookup-die
      MOVE ladder-scan TO rung-found
    END-IF
  END-PERFORM.

Raise-Floor-Rung.
  IF rung-found = ZERO
    MOVE ZERO TO entry-valid-flag
    EXIT PARAGRAPH
  END-IF
  IF rung-found > floor-rung
    MOVE rung-found TO floor-rung
  END-IF.

Run-Preseason-Combine.
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; COMBINE NOT RUN."
    EXIT PARAGRAPH
  END-IF
  IF NOT phase-preseason
    DISPLAY "REFUSED: THE LEAGUE IS IN THE " clock-phase
      " PHASE; THE COMBINE RUNS IN THE PRESEASON."
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO combined-count
  OPEN I-O Prospects
  IF prospects-missing
    DISPLAY "NO PROSPECTS ON FILE."
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Prospect-Status
  DISPLAY "PROSPECT   POWER FOCUS SPEED SCORE  POTENTIAL"
  MOVE LOW-VALUE TO pro-short-name
  START Prospects KEY >= pro-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-prospects
        READ Prospects NEXT RECORD
          AT END
            SET end-of-prospects TO TRUE
          NOT AT END
            IF prospect-available
                AND pro-class-season = office-season
                AND pro-combine-season NOT = office-season
              PERFORM Combine-One-Prospect
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Prospects

  ADD combined-count TO run-processed-count
  ADD combined-count TO run-changed-count
  DISPLAY combined-count " PROSPECT(S) WORKED OUT AT THE COMBINE.".

Combine-One-Prospect.
  MOVE ZERO TO combine-total
  PERFORM COMBINE-DRILLS-PER-STAT TIMES
    MOVE pro-power-stat TO Roll-Die-Size
    PERFORM Roll-Drill
    MOVE pro-focus-stat TO Roll-Die-Size
    PERFORM Roll-Drill
    MOVE pro-speed-stat TO Roll-Die-Size
    PERFORM Roll-Drill
  END-PERFORM

  PERFORM Load-Prospect-Rungs
  COMPUTE low-rung-offset = FUNCTION MOD(combine-total, 3)
  COMPUTE low-rung-min = hidden-rung - COMBINE-RANGE-WIDTH
  IF low-rung-min < floor-rung
    MOVE floor-rung TO low-rung-min
  END-IF
  COMPUTE low-rung = hidden-rung - low-rung-offset
  IF low-rung < low-rung-min
    MOVE low-rung-min TO low-rung
  END-IF
  COMPUTE high-rung = low-rung + COMBINE-RANGE-WIDTH
  IF high-rung > 7
    MOVE 7 TO high-rung
    IF high-rung - COMBINE-RANGE-WIDTH >= floor-rung
      COMPUTE low-rung = high-rung - COMBINE-RANGE-WIDTH
    END-IF
  END-IF

  MOVE die-rung(low-rung) TO pro-range-low
  MOVE die-rung(high-rung) TO pro-range-high
  MOVE combine-total TO pro-combine-score
  MOVE office-season TO pro-combine-season
  REWRITE Prospect-Record
  PERFORM Check-Prospect-Status
  ADD 1 TO combined-count
  DISPLAY pro-short-name " D" pro-power-stat "   D" pro-focus-stat
    "   D" pro-speed-stat "   " pro-combine-score "    D"
    pro-range-low "-D" pro-range-high.

Roll-Drill.
  COMPUTE Roll-Fraction = FUNCTION RANDOM
  COMPUTE Roll-Result =
    FUNCTION INTEGER(Roll-Fraction * Roll-Die-Size) + 1
  ADD Roll-Result TO combine-total.

Load-Prospect-Rungs.
  MOVE 1 TO floor-rung
  MOVE pro-power-stat TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  MOVE pro-focus-stat TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  MOVE pro-speed-stat TO rung-lookup-die
  PERFORM Find-Die-Rung
  PERFORM Raise-Floor-Rung
  MOVE pro-hidden-potential TO rung-lookup-die
  PERFORM Find-Die-Rung
  MOVE rung-found TO hidden-rung
  MOVE pro-range-low TO rung-lookup-die
  PERFORM Find-Die-Rung
  MOVE rung-found TO low-rung
  MOVE pro-range-high TO rung-lookup-die
  PERFORM Find-Die-Rung
  MOVE rung-found TO high-rung.

Make-Scouting-Visit.
  DISPLAY "SCOUTING TEAM: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "PROSPECT SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name

  OPEN I-O Prospects
  IF prospects-missing
    DISPLAY "NO PROSPECTS ON FILE."
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Prospect-Status
  MOVE entry-short-name TO pro-short-name
  READ Prospects
    INVALID KEY
      DISPLAY "NO PROSPECT " FUNCTION TRIM(entry-short-name)
      CLOSE Prospects
      EXIT PARAGRAPH
  END-READ
  IF NOT prospect-available
    DISPLAY "REFUSED: " FUNCTION TRIM(pro-short-name)
      " HAS ALREADY SIGNED WITH " FUNCTION TRIM(pro-signed-team)
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF

  PERFORM Load-Prospect-Rungs
  IF low-rung = high-rung
    DISPLAY "NOTHING LEFT TO LEARN: POTENTIAL IS D" pro-range-low
      "; NO VISIT CHARGED."
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF

  COMPUTE new-width = high-rung - low-rung - 1
  COMPUTE low-rung-min = hidden-rung - new-width
  IF low-rung-min < low-rung
    MOVE low-rung TO low-rung-min
  END-IF
  COMPUTE low-rung-max = high-rung - new-width
  IF low-rung-max > hidden-rung
    MOVE hidden-rung TO low-rung-max
  END-IF
  COMPUTE low-rung = low-rung-min
    + FUNCTION INTEGER(FUNCTION RANDOM * (low-rung-max - low-rung-min + 1))
  COMPUTE high-rung = low-rung + new-width

  MOVE die-rung(low-rung) TO pro-range-low
  MOVE die-rung(high-rung) TO pro-range-high
  IF pro-visit-count < 99
    ADD 1 TO pro-visit-count
  END-IF
  REWRITE Prospect-Record
  PERFORM Check-Prospect-Status
  CLOSE Prospects

  PERFORM Charge-Scouting-Visit
  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(entry-team) " SCOUTS "
    FUNCTION TRIM(pro-short-name) ": POTENTIAL D" pro-range-low
    "-D" pro-range-high "  (CHARGED $" SCOUTING-VISIT-COST ")".

Charge-Scouting-Visit.
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE entry-team TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ

  SUBTRACT SCOUTING-VISIT-COST FROM tr-balance

  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE entry-team TO tr-team-name
    WRITE Treasury-Record
  END-IF
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE office-today TO tl-date
  MOVE entry-team TO tl-team
  MOVE "SCOUTING" TO tl-category
  COMPUTE tl-amount = ZERO - SCOUTING-VISIT-COST

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

Sign-One-Prospect.
  DISPLAY "SIGNING TEAM: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES OR entry-team = "NONE"
      OR entry-team = "NO TEAM"
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "PROSPECT SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name

  OPEN I-O Prospects
  IF prospects-missing
    DISPLAY "NO PROSPECTS ON FILE."
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Prospect-Status
  MOVE entry-short-name TO pro-short-name
  READ Prospects
    INVALID KEY
      DISPLAY "NO PROSPECT " FUNCTION TRIM(entry-short-name)
      CLOSE Prospects
      EXIT PARAGRAPH
  END-READ
  IF NOT prospect-available
    DISPLAY "REFUSED: " FUNCTION TRIM(pro-short-name)
      " HAS ALREADY SIGNED WITH " FUNCTION TRIM(pro-signed-team)
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF

  OPEN I-O CharacterSheet
  PERFORM Check-CharacterSheet-Status
  PERFORM Build-Signed-Character
  WRITE character-record
    INVALID KEY
      DISPLAY "REFUSED: " FUNCTION TRIM(short-name)
        " IS ALREADY ON THE CHARACTER SHEET."
      CLOSE CharacterSheet
      PERFORM Release-Characters-Lock
      CLOSE Prospects
      EXIT PARAGRAPH
  END-WRITE
  PERFORM Check-CharacterSheet-Status
  CLOSE CharacterSheet
  PERFORM Release-Characters-Lock

  MOVE "WRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE SPACES TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry

  MOVE "SIGN" TO audit-action
  MOVE "TEAM" TO audit-field
  MOVE "PROSPECT" TO audit-old-value
  MOVE entry-team TO audit-new-value
  PERFORM Write-Audit-Entry

  SET prospect-signed TO TRUE
  MOVE entry-team TO pro-signed-team
  MOVE office-today TO pro-signed-date
  REWRITE Prospect-Record
  PERFORM Check-Prospect-Status
  CLOSE Prospects

  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(pro-short-name) " SIGNS WITH "
    FUNCTION TRIM(entry-team) " AND JOINS THE RESERVES; TRUE POTENTIAL D"
    pro-hidden-potential.

Build-Signed-Character.
  INITIALIZE character-record
  MOVE pro-short-name TO short-name
  MOVE pro-long-name TO long-name
  MOVE pro-age TO age
  MOVE entry-team TO original-team
  MOVE entry-team TO team
  MOVE "NPC" TO character-type
  IF entry-team = "TEAMMATES"
    MOVE "PLAYER" TO character-type
  END-IF
  MOVE 30 TO salary-need
  MOVE 60 TO salary-want
  MOVE ROOKIE-PER-DIEM TO per-diem
  MOVE "NONE" TO job task skill hobby
  MOVE 1 TO level
  MOVE pro-power-stat TO power-stat
  MOVE pro-focus-stat TO focus-stat
  MOVE pro-speed-stat TO speed-stat
  MOVE pro-hidden-potential TO full-potential
  MOVE 100 TO body mind spirit
  MOVE 1.00 TO effectiveness-multiplier
  MOVE "N" TO archived-flag
  MOVE 50 TO popularity.

Write-Audit-Entry.
  MOVE pro-short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

List-Prospects.
  OPEN INPUT Prospects
  IF prospects-missing
    DISPLAY "NO PROSPECTS ON FILE."
    CLOSE Prospects
    EXIT PARAGRAPH
  END-IF
  DISPLAY "PROSPECT   NAME                  AGE CLASS PWR FOC SPD"
    " POTENTIAL VISITS STATUS"
  MOVE LOW-VALUE TO pro-short-name
  START Prospects KEY >= pro-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-prospects
        READ Prospects NEXT RECORD
          AT END
            SET end-of-prospects TO TRUE
          NOT AT END
            PERFORM Show-One-Prospect
        END-READ
      END-PERFORM
  END-START
  CLOSE Prospects.

Show-One-Prospect.
  IF prospect-signed
    DISPLAY pro-short-name " " pro-long-name " " pro-age "  "
      pro-class-season "  D" pro-power-stat " D" pro-focus-stat
      " D" pro-speed-stat "  D" pro-hidden-potential "       "
      pro-visit-count "     SIGNED " FUNCTION TRIM(pro-signed-team)
  ELSE
    DISPLAY pro-short-name " " pro-long-name " " pro-age "  "
      pro-class-season "  D" pro-power-stat " D" pro-focus-stat
      " D" pro-speed-stat "  D" pro-range-low "-D" pro-range-high
      "   " pro-visit-count "     AVAILABLE"
  END-IF.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Prospect-Status
              STATUS-FIELD BY prospect-status
              PROGRAM-TAG BY "PROSPECT-OFFICE"
              FILE-TAG BY "PROSPECTS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "PROSPECT-OFFICE"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "PROSPECT-OFFICE"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "PROSPECT-OFFICE".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "PROSPECT-OFFICE".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PROSPECT-OFFICE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
