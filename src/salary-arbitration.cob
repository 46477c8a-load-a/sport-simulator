IDENTIFICATION DIVISION.
PROGRAM-ID. Salary-Arbitration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-Stats ASSIGN TO "data/season-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ss-stats-key
    FILE STATUS IS season-stats-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/arbitration-hearings.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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

DATA DIVISION.
FILE SECTION.
FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Stats-Record.

  COPY "src/copy/file-description/season-stats-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

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

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 contract-status-code PIC 99.
    88 end-of-contracts VALUE 10.
    88 contracts-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 season-stats-status PIC 99.
    88 season-stats-missing VALUE 35.
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  78 LEAGUE-SALARY-CAP VALUE 500.
  78 COMPARABLE-LEVEL-BAND VALUE 1.
  78 COMPARABLE-WIN-RANGE VALUE 3.
  78 COMPARABLE-EXPERIENCE-RANGE VALUE 40.

  01 hearing-season PIC 9(4).

  01 Comparable-Pool.
    02 Pool-Entry OCCURS 500 TIMES INDEXED BY PL-INDEX.
      03 pl-short-name PIC X(10).
      03 pl-team-key   PIC X(20).
      03 pl-level      PIC 9.
      03 pl-role       PIC X(10).
      03 pl-per-diem   PIC 99.
      03 pl-wins       PIC 9(4).
      03 pl-experience-earned PIC 9(5).
      03 pl-contract-flag PIC 9.
        88 pl-under-contract VALUE 1.
  01 pool-count PIC 9(4) VALUE ZERO.

  01 Cap-Team-Table.
    02 Cap-Team-Entry OCCURS 50 TIMES INDEXED BY CP-INDEX.
      03 cp-team-name PIC X(20).
      03 cp-per-diem  PIC 9(7).
  01 cap-team-count PIC 9(3) VALUE ZERO.
  01 cap-team-found PIC 9 VALUE ZERO.
    88 cap-team-was-found VALUE 1.

  01 candidate-role PIC X(10).
  01 cap-team PIC X(20).
  01 holdout-entry PIC 9(4).
  01 holdout-found PIC 9 VALUE ZERO.
    88 holdout-in-pool VALUE 1.
  01 comparables-widened PIC 9 VALUE ZERO.
    88 comparable-search-widened VALUE 1.
  01 comparable-count PIC 9(3).
  01 comparable-total PIC 9(6).
  01 comparable-average PIC 99.
  01 level-gap PIC S9.
  01 win-gap PIC S9(5).
  01 experience-gap PIC S9(6).

  01 team-offer PIC 99.
  01 character-ask PIC 99.
  01 offer-distance PIC 99.
  01 ask-distance PIC 99.
  01 award-figure PIC 99.
  01 team-committed PIC S9(7).
  01 ruling-text PIC X(30).
  01 award-outcome PIC X.
    88 award-for-character VALUE "C".
    88 award-for-team      VALUE "T".
    88 award-held          VALUE "H".
  01 old-per-diem PIC 99.

  01 heard-count PIC 9(4) VALUE ZERO.
  01 character-win-count PIC 9(4) VALUE ZERO.
  01 team-win-count PIC 9(4) VALUE ZERO.
  01 held-count PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  DISPLAY "ENTER SEASON YEAR FOR COMPARABLE STATS: "
    WITH NO ADVANCING
  ACCEPT hearing-season

  PERFORM Load-Comparable-Pool

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  MOVE "SALARY ARBITRATION HEARINGS" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  OPEN I-O Contracts
  IF contracts-missing
    DISPLAY "NO CONTRACTS ON FILE; NOTHING TO HEAR."
  ELSE
    PERFORM Check-Contracts-Status
    OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO ct-short-name
    START Contracts KEY >= ct-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-contracts
          READ Contracts NEXT RECORD
            AT END
              SET end-of-contracts TO TRUE
            NOT AT END
              IF contract-holdout
                PERFORM Hear-One-Holdout
              END-IF
          END-READ
        END-PERFORM
    END-START
    CLOSE CharacterSheet
  END-IF
  CLOSE Contracts
  PERFORM Release-Characters-Lock

  PERFORM Print-Hearing-Totals
  CLOSE Report-Print

  MOVE heard-count TO run-processed-count
  COMPUTE run-changed-count = character-win-count + team-win-count
  MOVE held-count TO run-rejected-count
  PERFORM Write-Run-History-Entry

  DISPLAY "ARBITRATION COMPLETE: " heard-count " HEARD, "
    character-win-count " FOR THE CHARACTER, " team-win-count
    " FOR THE TEAM, " held-count " HELD"
  DISPLAY "WROTE HEARING REPORT TO data/arbitration-hearings.prt"
GOBACK.

Print-Column-Headings.
  MOVE "CHARACTER  TEAM                 OFFER ASK COMPS AVG AWARD"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Comparable-Pool.
  MOVE ZERO TO pool-count
  MOVE ZERO TO cap-team-count
  OPEN INPUT Contracts
  OPEN INPUT Season-Stats
  OPEN INPUT CharacterSheet
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
                PERFORM Add-Pool-Entry
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet
  CLOSE Season-Stats
  CLOSE Contracts
  MOVE ZERO TO File-Status
  MOVE ZERO TO contract-status-code.

Add-Pool-Entry.
  PERFORM Derive-Cap-Team
  IF cap-team NOT = SPACES
    PERFORM Tally-Cap-Team
  END-IF

  IF pool-count >= 500
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO pool-count
  SET PL-INDEX TO pool-count
  MOVE short-name TO pl-short-name(PL-INDEX)
  MOVE cap-team TO pl-team-key(PL-INDEX)
  MOVE level TO pl-level(PL-INDEX)
  PERFORM Derive-Candidate-Role
  MOVE candidate-role TO pl-role(PL-INDEX)
  MOVE per-diem TO pl-per-diem(PL-INDEX)
  MOVE ZERO TO pl-wins(PL-INDEX) pl-experience-earned(PL-INDEX)
  MOVE ZERO TO pl-contract-flag(PL-INDEX)

  IF NOT season-stats-missing
    MOVE short-name TO ss-short-name
    MOVE hearing-season TO ss-season-year
    READ Season-Stats
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE ss-wins TO pl-wins(PL-INDEX)
        MOVE ss-experience-earned TO pl-experience-earned(PL-INDEX)
    END-READ
  END-IF

  IF NOT contracts-missing
    MOVE short-name TO ct-short-name
    READ Contracts
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF contract-active
          SET pl-under-contract(PL-INDEX) TO TRUE
        END-IF
    END-READ
  END-IF.

Derive-Cap-Team.
  IF teammate
    MOVE "TEAMMATES" TO cap-team
  ELSE
    IF team = SPACES OR team = "NONE" OR team = "NO TEAM"
      MOVE SPACES TO cap-team
    ELSE
      MOVE team TO cap-team
    END-IF
  END-IF.

Tally-Cap-Team.
  MOVE ZERO TO cap-team-found
  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > cap-team-count
    IF cp-team-name(CP-INDEX) = cap-team
      SET cap-team-was-found TO TRUE
      ADD per-diem TO cp-per-diem(CP-INDEX)
    END-IF
  END-PERFORM

  IF NOT cap-team-was-found AND cap-team-count < 50
    ADD 1 TO cap-team-count
    SET CP-INDEX TO cap-team-count
    MOVE cap-team TO cp-team-name(CP-INDEX)
    MOVE per-diem TO cp-per-diem(CP-INDEX)
  END-IF.

Derive-Candidate-Role.
  MOVE "FLEX" TO candidate-role
  EVALUATE TRUE
    WHEN task = "DEFENDER" OR task = "GUARD"
      OR job = "DEFENDER" OR job = "GUARD"
      OR skill = "GUARDING"
      MOVE "DEFENDER" TO candidate-role
    WHEN task = "PLAYMAKER" OR job = "PLAYMAKER"
      OR skill = "PLAYMAKING"
      MOVE "PLAYMAKER" TO candidate-role
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

Hear-One-Holdout.
  MOVE ct-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      DISPLAY "NO CHARACTER FOR HOLDOUT "
        FUNCTION TRIM(ct-short-name) "; HEARING SKIPPED."
      EXIT PARAGRAPH
  END-READ
  IF character-archived
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO holdout-found
  PERFORM VARYING PL-INDEX FROM 1 BY 1
      UNTIL PL-INDEX > pool-count OR holdout-in-pool
    IF pl-short-name(PL-INDEX) = short-name
      SET holdout-in-pool TO TRUE
      SET holdout-entry TO PL-INDEX
    END-IF
  END-PERFORM
  IF NOT holdout-in-pool
    DISPLAY "COMPARABLE POOL FULL; " FUNCTION TRIM(short-name)
      " LEFT FOR A LATER HEARING."
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO heard-count

  MOVE ct-per-diem TO team-offer
  IF team-offer < salary-need
    MOVE salary-need TO team-offer
  END-IF
  IF team-offer > salary-want
    MOVE salary-want TO team-offer
  END-IF
  MOVE salary-want TO character-ask

  MOVE ZERO TO comparables-widened
  PERFORM Find-Comparables
  IF comparable-count = ZERO
    SET comparable-search-widened TO TRUE
    PERFORM Find-Comparables
  END-IF
  IF comparable-count = ZERO
    COMPUTE comparable-average = (salary-need + salary-want) / 2
  ELSE
    COMPUTE comparable-average ROUNDED =
      comparable-total / comparable-count
  END-IF

  COMPUTE offer-distance =
    FUNCTION ABS(comparable-average - team-offer)
  COMPUTE ask-distance =
    FUNCTION ABS(character-ask - comparable-average)
  IF ask-distance < offer-distance
    SET award-for-character TO TRUE
    MOVE character-ask TO award-figure
  ELSE
    SET award-for-team TO TRUE
    MOVE team-offer TO award-figure
  END-IF

  PERFORM Apply-Cap-Check
  PERFORM Print-One-Hearing

  IF award-held
    ADD 1 TO held-count
    EXIT PARAGRAPH
  END-IF
  IF award-for-character
    ADD 1 TO character-win-count
  ELSE
    ADD 1 TO team-win-count
  END-IF

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE award-figure TO ct-per-diem
  SET contract-active TO TRUE
  REWRITE Contract-Record
  PERFORM Check-Contracts-Status

  IF per-diem NOT = award-figure
    MOVE character-record TO journal-before-hold
    MOVE per-diem TO old-per-diem
    MOVE award-figure TO per-diem
    REWRITE character-record
    PERFORM Check-CharacterSheet-Status
    PERFORM Journal-Character-Rewrite
    MOVE old-per-diem TO audit-old-value
    MOVE per-diem TO audit-new-value
    MOVE "PER-DIEM" TO audit-field
    PERFORM Write-Audit-Entry
    PERFORM Derive-Cap-Team
    PERFORM VARYING CP-INDEX FROM 1 BY 1
        UNTIL CP-INDEX > cap-team-count
      IF cp-team-name(CP-INDEX) = cap-team
        COMPUTE cp-per-diem(CP-INDEX) =
          cp-per-diem(CP-INDEX) - old-per-diem + award-figure
      END-IF
    END-PERFORM
  END-IF.

Find-Comparables.
  MOVE ZERO TO comparable-count comparable-total
  PERFORM VARYING PL-INDEX FROM 1 BY 1
      UNTIL PL-INDEX > pool-count
    IF pl-under-contract(PL-INDEX)
        AND PL-INDEX NOT = holdout-entry
        AND pl-role(PL-INDEX) = pl-role(holdout-entry)
      COMPUTE level-gap =
        pl-level(PL-INDEX) - pl-level(holdout-entry)
      COMPUTE win-gap =
        pl-wins(PL-INDEX) - pl-wins(holdout-entry)
      COMPUTE experience-gap =
        pl-experience-earned(PL-INDEX)
        - pl-experience-earned(holdout-entry)
      IF FUNCTION ABS(level-gap) <= COMPARABLE-LEVEL-BAND
        IF comparable-search-widened
            OR (FUNCTION ABS(win-gap) <= COMPARABLE-WIN-RANGE
            AND FUNCTION ABS(experience-gap)
              <= COMPARABLE-EXPERIENCE-RANGE)
          ADD 1 TO comparable-count
          ADD pl-per-diem(PL-INDEX) TO comparable-total
        END-IF
      END-IF
    END-IF
  END-PERFORM.

Apply-Cap-Check.
  PERFORM Derive-Cap-Team
  IF cap-team = SPACES
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO team-committed
  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > cap-team-count
    IF cp-team-name(CP-INDEX) = cap-team
      COMPUTE team-committed = cp-per-diem(CP-INDEX) - per-diem
    END-IF
  END-PERFORM

  IF team-committed + award-figure <= LEAGUE-SALARY-CAP
    EXIT PARAGRAPH
  END-IF

  IF award-for-character
      AND team-committed + team-offer <= LEAGUE-SALARY-CAP
    SET award-for-team TO TRUE
    MOVE team-offer TO award-figure
    DISPLAY "CAP: " FUNCTION TRIM(short-name)
      " AWARDED THE TEAM FIGURE; THE ASK WOULD BREAK THE CAP."
    EXIT PARAGRAPH
  END-IF

  SET award-held TO TRUE
  DISPLAY "HELD: " FUNCTION TRIM(short-name) " - "
    FUNCTION TRIM(cap-team) " CANNOT FIT EITHER FIGURE UNDER THE $"
    LEAGUE-SALARY-CAP " CAP.".

Print-One-Hearing.
  EVALUATE TRUE
    WHEN award-held
      MOVE "HELD - OVER THE SALARY CAP" TO ruling-text
    WHEN award-for-character
      MOVE "FOR THE CHARACTER" TO ruling-text
    WHEN OTHER
      MOVE "FOR THE TEAM" TO ruling-text
  END-EVALUATE

  MOVE SPACES TO print-line
  STRING short-name " " pl-team-key(holdout-entry) " $"
    team-offer "  $" character-ask " " comparable-count
    "  $" comparable-average " $" award-figure
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  MOVE SPACES TO print-line
  STRING "  " long-name " LVL " level " "
    pl-role(holdout-entry) " WINS " pl-wins(holdout-entry)
    " EXP " pl-experience-earned(holdout-entry)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  MOVE SPACES TO print-line
  IF comparable-search-widened
    STRING "  RULING: " ruling-text " (LEVEL/ROLE COMPARABLES ONLY)"
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING "  RULING: " ruling-text
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line

  DISPLAY "HEARING: " FUNCTION TRIM(short-name) " OFFER $"
    team-offer " ASK $" character-ask " COMPARABLES "
    comparable-count " AT $" comparable-average " - "
    FUNCTION TRIM(ruling-text).

Print-Hearing-Totals.
  IF print-line-count >= print-page-limit
    PERFORM Advance-Print-Page
  END-IF
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "HEARD " heard-count "  FOR CHARACTER " character-win-count
    "  FOR TEAM " team-win-count "  HELD " held-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF batch-dry-run
    MOVE "DRY RUN: NO CONTRACTS OR PER-DIEMS WERE CHANGED."
      TO print-line
    PERFORM Write-Print-Line
  END-IF.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Write-Audit-Entry.
  MOVE short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  MOVE "ARBIT" TO audit-action

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "SALARY-ARBITRATION".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Contracts-Status
              STATUS-FIELD BY contract-status-code
              PROGRAM-TAG BY "SALARY-ARBITRATION"
              FILE-TAG BY "CONTRACTS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "SALARY-ARBITRATION"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "SALARY-ARBITRATION".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "SALARY-ARBITRATION".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SALARY-ARBITRATION".
