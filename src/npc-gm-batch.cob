IDENTIFICATION DIVISION.
PROGRAM-ID. NPC-GM-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Trade-Proposals ASSIGN TO "data/trade-proposals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tp-proposal-id
    FILE STATUS IS proposal-status.

  SELECT Team-Loans ASSIGN TO "data/team-loans.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ln-team-name
    FILE STATUS IS loan-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    FILE STATUS IS coaching-staff-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Transfer-Log ASSIGN TO "data/transfer-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

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

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD Trade-Proposals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Trade-Proposal-Record.

  COPY "src/copy/file-description/trade-proposal-record.cpy".

FD Team-Loans
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Loan-Record.

  COPY "src/copy/file-description/team-loan-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

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
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/coaching-staff-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 contract-status-code PIC 99.
    88 end-of-contracts VALUE 10.
    88 contracts-missing VALUE 35.
  01 proposal-status PIC 99.
    88 end-of-proposals VALUE 10.
    88 proposals-missing VALUE 35.
  01 loan-status PIC 99.
    88 end-of-loans VALUE 10.
    88 loans-missing VALUE 35.
  01 treasury-status PIC 99.
    88 end-of-treasury VALUE 10.
    88 treasury-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 transfer-log-status PIC 99.
  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
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

  78 GM-OPERATOR VALUE "NPC-GM".
  78 FREE-AGENT-TEAM VALUE "NONE".
  78 WAIVER-HOLD-TEAM VALUE "WAIVERS".
  78 LEAGUE-SALARY-CAP VALUE 500.
  78 LOAN-DEBT-CEILING VALUE 5000.
  78 CONTRACT-TERM-YEARS VALUE 3.
  78 MINIMUM-DEFENDERS VALUE 2.
  78 MINIMUM-PLAYMAKERS VALUE 1.
  78 FORECAST-DAYS VALUE 30.
  78 NPC-LOAN-RATE-PCT VALUE 10.
  78 NPC-LOAN-TERM-MONTHS VALUE 12.
  78 NPC-LOAN-STEP VALUE 500.
  78 TRADE-VALUE-TOLERANCE VALUE 100.

  01 gm-season PIC 9(4).
  01 gm-today PIC 9(8).

  01 Roster-Table.
    02 Roster-Entry OCCURS 2000 TIMES INDEXED BY RS-INDEX.
      03 rs-short-name  PIC X(10).
      03 rs-team        PIC X(20).
      03 rs-released-by PIC X(20).
      03 rs-role        PIC X(10).
      03 rs-stat-total  PIC 9(3).
      03 rs-per-diem    PIC 99.
      03 rs-salary-need PIC 99.
      03 rs-salary-want PIC 99.
      03 rs-value       PIC S9(5).
      03 rs-contract-end PIC 9(4).
      03 rs-contract-flag PIC X.
        88 rs-contract-active   VALUE "A".
        88 rs-contract-proposed VALUE "P".
        88 rs-no-contract       VALUE SPACE.
      03 rs-trade-flag PIC 9.
        88 rs-on-trade-block VALUE 1.
  01 roster-count PIC 9(4) VALUE ZERO.

  01 GM-Team-Table.
    02 GM-Team-Entry OCCURS 50 TIMES INDEXED BY GT-INDEX.
      03 gt-team-name    PIC X(20).
      03 gt-headcount    PIC 9(4).
      03 gt-per-diem     PIC 9(5).
      03 gt-stat-sum     PIC 9(7).
      03 gt-defenders    PIC 99.
      03 gt-playmakers   PIC 99.
      03 gt-flex         PIC 99.
      03 gt-balance      PIC S9(9).
      03 gt-daily-staff  PIC 9(5).
      03 gt-loan-flag    PIC X.
        88 gt-loan-open       VALUE "A".
        88 gt-loan-delinquent VALUE "D".
        88 gt-loan-none       VALUE SPACE.
      03 gt-loan-balance PIC 9(7).
      03 gt-loan-payment PIC 9(5).
      03 gt-freeze-flag  PIC 9.
        88 gt-signing-frozen VALUE 1.
  01 gm-team-count PIC 9(3) VALUE ZERO.
  01 gt-found PIC 9 VALUE ZERO.
    88 gt-team-was-found VALUE 1.
  01 gm-lookup-team PIC X(20).

  01 Bid-Table.
    02 Bid-Entry OCCURS 50 TIMES INDEXED BY BD-INDEX.
      03 bd-team        PIC X(20).
      03 bd-character   PIC 9(4).
      03 bd-offer       PIC 99.
  01 bid-count PIC 99 VALUE ZERO.
  01 best-bid PIC 99.
  01 best-offer PIC 99.

  01 hole-role PIC X(10).
  01 hole-count PIC 99.
  01 candidate-role PIC X(10).
  01 pick-row PIC 9(4).
  01 give-row PIC 9(4).
  01 best-stat PIC 9(3).
  01 lowest-stat PIC 9(3).
  01 offer-per-diem PIC 99.
  01 cap-room PIC S9(5).
  01 needy-index PIC 9(3).
  01 value-gap PIC S9(5).
  01 team-average PIC 9(3).
  01 renewal-per-diem PIC 99.
  01 moving-from-team PIC X(20).
  01 moving-to-team PIC X(20).
  01 forecast-balance PIC S9(9).
  01 loan-principal PIC 9(7).
  01 loan-repayable PIC 9(7).
  01 next-proposal-id PIC 9(4) VALUE ZERO.
  01 character-found PIC 9 VALUE ZERO.
    88 character-was-found VALUE 1.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
  01 row-scan PIC 9(4).

  01 renewed-count  PIC 9(4) VALUE ZERO.
  01 lapsed-count   PIC 9(4) VALUE ZERO.
  01 signed-count   PIC 9(4) VALUE ZERO.
  01 proposed-count PIC 9(4) VALUE ZERO.
  01 loan-count     PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  MOVE gm-season TO staff-season
  PERFORM Load-Coaching-Staff
  PERFORM Load-Roster-Table

  IF gm-team-count = ZERO
    DISPLAY "NO NPC TEAMS ON FILE; NOTHING TO MANAGE."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM Load-Contract-Terms
  PERFORM Load-Team-Finances
  PERFORM Load-Open-Proposals

  IF NOT batch-dry-run
    PERFORM Acquire-Characters-Lock
    IF characters-lock-denied
      MOVE "ABORTED" TO run-completion-status
      PERFORM Write-Run-History-Entry
      GOBACK
    END-IF
    OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    OPEN I-O Contracts
    IF contracts-missing
      OPEN OUTPUT Contracts
    END-IF
    PERFORM Check-Contracts-Status
  END-IF

  DISPLAY SPACES
  DISPLAY "=== CONTRACTS ==="
  PERFORM VARYING RS-INDEX FROM 1 BY 1 UNTIL RS-INDEX > roster-count
    IF rs-contract-active(RS-INDEX)
        AND rs-contract-end(RS-INDEX) <= gm-season
        AND rs-team(RS-INDEX) NOT = FREE-AGENT-TEAM
      PERFORM Review-Expiring-Contract
    END-IF
  END-PERFORM

  PERFORM Count-Team-Roles
  DISPLAY SPACES
  DISPLAY "=== FREE AGENT BIDDING ==="
  MOVE "DEFENDER" TO hole-role
  PERFORM Run-Free-Agent-Round
  MOVE "PLAYMAKER" TO hole-role
  PERFORM Run-Free-Agent-Round

  IF NOT batch-dry-run
    CLOSE Contracts
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
  END-IF

  PERFORM Count-Team-Roles
  DISPLAY SPACES
  DISPLAY "=== TRADE PROPOSALS ==="
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count
    MOVE "DEFENDER" TO hole-role
    IF gt-defenders(GT-INDEX) < MINIMUM-DEFENDERS
      PERFORM Propose-Role-Trade
    END-IF
    MOVE "PLAYMAKER" TO hole-role
    IF gt-playmakers(GT-INDEX) < MINIMUM-PLAYMAKERS
      PERFORM Propose-Role-Trade
    END-IF
  END-PERFORM

  DISPLAY SPACES
  DISPLAY "=== TREASURY FORECAST ==="
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count
    PERFORM Forecast-One-Treasury
  END-PERFORM

  DISPLAY SPACES
  DISPLAY "NPC GM COMPLETE: " renewed-count " RENEWED, "
    lapsed-count " LAPSED, " signed-count " SIGNED, "
    proposed-count " TRADE(S) PROPOSED, " loan-count " LOAN(S)"
  MOVE roster-count TO run-processed-count
  COMPUTE run-changed-count = renewed-count + lapsed-count
    + signed-count + proposed-count + loan-count
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
    MOVE clock-year TO gm-season
    MOVE clock-date TO gm-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:4) TO gm-season
    MOVE FUNCTION CURRENT-DATE(1:8) TO gm-today
  END-IF.

Load-Roster-Table.
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
              PERFORM Load-One-Roster-Row
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet.

Load-One-Roster-Row.
  IF character-archived OR teammate OR team = WAIVER-HOLD-TEAM
    EXIT PARAGRAPH
  END-IF
  IF roster-count >= 2000
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO roster-count
  SET RS-INDEX TO roster-count
  MOVE short-name TO rs-short-name(RS-INDEX)
  IF team = SPACES OR team = "NO TEAM"
    MOVE FREE-AGENT-TEAM TO rs-team(RS-INDEX)
  ELSE
    MOVE team TO rs-team(RS-INDEX)
  END-IF
  MOVE SPACES TO rs-released-by(RS-INDEX)
  PERFORM Derive-Candidate-Role
  MOVE candidate-role TO rs-role(RS-INDEX)
  COMPUTE rs-stat-total(RS-INDEX) =
    power-stat + focus-stat + speed-stat
    + power-bonus + focus-bonus + speed-bonus
  MOVE per-diem TO rs-per-diem(RS-INDEX)
  MOVE salary-need TO rs-salary-need(RS-INDEX)
  MOVE salary-want TO rs-salary-want(RS-INDEX)
  COMPUTE rs-value(RS-INDEX) =
    level * 100 + rs-stat-total(RS-INDEX) * 5
    + (body + mind + spirit) / 3
    - per-diem * 10
  MOVE ZERO TO rs-contract-end(RS-INDEX) rs-trade-flag(RS-INDEX)
  MOVE SPACE TO rs-contract-flag(RS-INDEX)

  IF rs-team(RS-INDEX) NOT = FREE-AGENT-TEAM AND opponent
    MOVE rs-team(RS-INDEX) TO gm-lookup-team
    PERFORM Find-GM-Team
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

Find-GM-Team.
  MOVE ZERO TO gt-found
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count OR gt-team-was-found
    IF gt-team-name(GT-INDEX) = gm-lookup-team
      SET gt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF gt-team-was-found
    SET GT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF
  IF gm-team-count >= 50
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO gm-team-count
  SET GT-INDEX TO gm-team-count
  INITIALIZE GM-Team-Entry(GT-INDEX)
  MOVE gm-lookup-team TO gt-team-name(GT-INDEX)
  SET gt-team-was-found TO TRUE.

Load-Contract-Terms.
  MOVE ZERO TO contract-status-code
  OPEN INPUT Contracts
  IF contracts-missing
    CLOSE Contracts
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING RS-INDEX FROM 1 BY 1 UNTIL RS-INDEX > roster-count
    MOVE rs-short-name(RS-INDEX) TO ct-short-name
    READ Contracts
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE ct-end-year TO rs-contract-end(RS-INDEX)
        IF ct-end-year > gm-season
          COMPUTE rs-value(RS-INDEX) = rs-value(RS-INDEX)
            - (ct-end-year - gm-season) * 5
        END-IF
        EVALUATE TRUE
          WHEN contract-active
            SET rs-contract-active(RS-INDEX) TO TRUE
          WHEN contract-proposed OR contract-holdout
            SET rs-contract-proposed(RS-INDEX) TO TRUE
          WHEN OTHER
            CONTINUE
        END-EVALUATE
    END-READ
  END-PERFORM
  CLOSE Contracts.

Load-Team-Finances.
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count
    MOVE ZERO TO gt-daily-staff(GT-INDEX)
    PERFORM VARYING STF-INDEX FROM 1 BY 1
        UNTIL STF-INDEX > staff-team-count
      IF stf-team-name(STF-INDEX) = gt-team-name(GT-INDEX)
        MOVE stf-daily-salary(STF-INDEX) TO gt-daily-staff(GT-INDEX)
      END-IF
    END-PERFORM
  END-PERFORM

  MOVE ZERO TO treasury-status
  OPEN INPUT Treasury
  IF NOT treasury-missing
    PERFORM VARYING GT-INDEX FROM 1 BY 1
        UNTIL GT-INDEX > gm-team-count
      MOVE gt-team-name(GT-INDEX) TO tr-team-name
      READ Treasury
        INVALID KEY
          MOVE ZERO TO gt-balance(GT-INDEX)
        NOT INVALID KEY
          MOVE tr-balance TO gt-balance(GT-INDEX)
      END-READ
    END-PERFORM
  END-IF
  CLOSE Treasury

  MOVE ZERO TO loan-status
  OPEN INPUT Team-Loans
  IF NOT loans-missing
    PERFORM VARYING GT-INDEX FROM 1 BY 1
        UNTIL GT-INDEX > gm-team-count
      MOVE gt-team-name(GT-INDEX) TO ln-team-name
      READ Team-Loans
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF NOT loan-paid-off
            MOVE ln-status TO gt-loan-flag(GT-INDEX)
            MOVE ln-balance TO gt-loan-balance(GT-INDEX)
            MOVE ln-monthly-payment TO gt-loan-payment(GT-INDEX)
          END-IF
          IF loan-delinquent OR ln-balance > LOAN-DEBT-CEILING
            SET gt-signing-frozen(GT-INDEX) TO TRUE
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Team-Loans.

Load-Open-Proposals.
  MOVE ZERO TO next-proposal-id
  MOVE ZERO TO proposal-status
  OPEN INPUT Trade-Proposals
  IF proposals-missing
    CLOSE Trade-Proposals
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO tp-proposal-id
  START Trade-Proposals KEY >= tp-proposal-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-proposals
        READ Trade-Proposals NEXT RECORD
          AT END
            SET end-of-proposals TO TRUE
          NOT AT END
            IF tp-proposal-id > next-proposal-id
              MOVE tp-proposal-id TO next-proposal-id
            END-IF
            IF trade-proposed
              PERFORM Mark-Proposed-Characters
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Trade-Proposals.

Mark-Proposed-Characters.
  PERFORM VARYING RS-INDEX FROM 1 BY 1 UNTIL RS-INDEX > roster-count
    IF rs-short-name(RS-INDEX) = tp-from-character
        OR rs-short-name(RS-INDEX) = tp-to-character
      SET rs-on-trade-block(RS-INDEX) TO TRUE
    END-IF
  END-PERFORM.

Count-Team-Roles.
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count
    MOVE ZERO TO gt-headcount(GT-INDEX) gt-per-diem(GT-INDEX)
      gt-stat-sum(GT-INDEX) gt-defenders(GT-INDEX)
      gt-playmakers(GT-INDEX) gt-flex(GT-INDEX)
  END-PERFORM
  PERFORM VARYING row-scan FROM 1 BY 1 UNTIL row-scan > roster-count
    IF rs-team(row-scan) NOT = FREE-AGENT-TEAM
      MOVE rs-team(row-scan) TO gm-lookup-team
      PERFORM Find-Existing-GM-Team
      IF gt-team-was-found
        ADD 1 TO gt-headcount(GT-INDEX)
        ADD rs-per-diem(row-scan) TO gt-per-diem(GT-INDEX)
        ADD rs-stat-total(row-scan) TO gt-stat-sum(GT-INDEX)
        EVALUATE rs-role(row-scan)
          WHEN "DEFENDER"
            ADD 1 TO gt-defenders(GT-INDEX)
          WHEN "PLAYMAKER"
            ADD 1 TO gt-playmakers(GT-INDEX)
          WHEN OTHER
            ADD 1 TO gt-flex(GT-INDEX)
        END-EVALUATE
      END-IF
    END-IF
  END-PERFORM.

Find-Existing-GM-Team.
  MOVE ZERO TO gt-found
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count OR gt-team-was-found
    IF gt-team-name(GT-INDEX) = gm-lookup-team
      SET gt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF gt-team-was-found
    SET GT-INDEX DOWN BY 1
  END-IF.

Review-Expiring-Contract.
  MOVE rs-short-name(RS-INDEX) TO short-name
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  PERFORM Count-Team-Roles
  MOVE rs-team(RS-INDEX) TO gm-lookup-team
  PERFORM Find-Existing-GM-Team
  IF NOT gt-team-was-found
    EXIT PARAGRAPH
  END-IF
  COMPUTE team-average = gt-stat-sum(GT-INDEX) / gt-headcount(GT-INDEX)
  COMPUTE renewal-per-diem =
    (rs-salary-need(RS-INDEX) + rs-salary-want(RS-INDEX)) / 2
  COMPUTE cap-room = LEAGUE-SALARY-CAP - gt-per-diem(GT-INDEX)
    + rs-per-diem(RS-INDEX)

  IF NOT gt-signing-frozen(GT-INDEX)
      AND renewal-per-diem <= cap-room
      AND (rs-stat-total(RS-INDEX) >= team-average
        OR (rs-role(RS-INDEX) = "DEFENDER"
          AND gt-defenders(GT-INDEX) <= MINIMUM-DEFENDERS)
        OR (rs-role(RS-INDEX) = "PLAYMAKER"
          AND gt-playmakers(GT-INDEX) <= MINIMUM-PLAYMAKERS))
    PERFORM Renew-NPC-Contract
  ELSE
    PERFORM Lapse-NPC-Contract
  END-IF.

Renew-NPC-Contract.
  ADD 1 TO renewed-count
  DISPLAY "RENEW:  " rs-short-name(RS-INDEX) " "
    FUNCTION TRIM(rs-team(RS-INDEX)) " $" renewal-per-diem
    "/DAY THROUGH " gm-season " + " CONTRACT-TERM-YEARS
  MOVE renewal-per-diem TO rs-per-diem(RS-INDEX)
  COMPUTE rs-contract-end(RS-INDEX) = gm-season + CONTRACT-TERM-YEARS
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE rs-short-name(RS-INDEX) TO ct-short-name
  READ Contracts
    INVALID KEY
      CONTINUE
  END-READ
  MOVE rs-short-name(RS-INDEX) TO ct-short-name
  COMPUTE ct-start-year = gm-season + 1
  MOVE rs-contract-end(RS-INDEX) TO ct-end-year
  MOVE renewal-per-diem TO ct-per-diem
  SET contract-active TO TRUE
  REWRITE Contract-Record
    INVALID KEY
      WRITE Contract-Record
  END-REWRITE

  PERFORM Read-Roster-Character
  IF character-was-found
    MOVE character-record TO journal-before-hold
    MOVE renewal-per-diem TO per-diem
    REWRITE character-record
    PERFORM Check-CharacterSheet-Status
    PERFORM Journal-Character-Rewrite
  END-IF
  MOVE "RENEW" TO audit-action
  MOVE "CONTRACT" TO audit-field
  MOVE rs-team(RS-INDEX) TO audit-old-value
  MOVE SPACES TO audit-new-value
  STRING "$" renewal-per-diem " TO " rs-contract-end(RS-INDEX)
    DELIMITED BY SIZE INTO audit-new-value
  MOVE rs-short-name(RS-INDEX) TO audit-key
  PERFORM Write-Audit-Entry.

Lapse-NPC-Contract.
  ADD 1 TO lapsed-count
  DISPLAY "LAPSE:  " rs-short-name(RS-INDEX) " LEAVES "
    FUNCTION TRIM(rs-team(RS-INDEX)) " FOR FREE AGENCY"
  MOVE rs-team(RS-INDEX) TO moving-from-team
  MOVE rs-team(RS-INDEX) TO rs-released-by(RS-INDEX)
  MOVE FREE-AGENT-TEAM TO rs-team(RS-INDEX)
  MOVE SPACE TO rs-contract-flag(RS-INDEX)
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE rs-short-name(RS-INDEX) TO ct-short-name
  READ Contracts
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET contract-expired TO TRUE
      REWRITE Contract-Record
  END-READ

  MOVE FREE-AGENT-TEAM TO moving-to-team
  PERFORM Move-Roster-Character
  MOVE "LAPSE" TO audit-action
  PERFORM Write-Team-Audit-Entry.

Run-Free-Agent-Round.
  MOVE ZERO TO bid-count
  PERFORM VARYING GT-INDEX FROM 1 BY 1
      UNTIL GT-INDEX > gm-team-count
    MOVE ZERO TO hole-count
    IF hole-role = "DEFENDER"
        AND gt-defenders(GT-INDEX) < MINIMUM-DEFENDERS
      COMPUTE hole-count = MINIMUM-DEFENDERS - gt-defenders(GT-INDEX)
    END-IF
    IF hole-role = "PLAYMAKER"
        AND gt-playmakers(GT-INDEX) < MINIMUM-PLAYMAKERS
      COMPUTE hole-count =
        MINIMUM-PLAYMAKERS - gt-playmakers(GT-INDEX)
    END-IF
    IF hole-count > ZERO
      IF gt-signing-frozen(GT-INDEX)
        DISPLAY "FROZEN: " FUNCTION TRIM(gt-team-name(GT-INDEX))
          " NEEDS A " FUNCTION TRIM(hole-role)
          " BUT IS UNDER A SIGNING FREEZE"
      ELSE
        PERFORM Enter-Free-Agent-Bid
      END-IF
    END-IF
  END-PERFORM

  PERFORM VARYING RS-INDEX FROM 1 BY 1 UNTIL RS-INDEX > roster-count
    IF rs-team(RS-INDEX) = FREE-AGENT-TEAM
      PERFORM Award-Free-Agent
    END-IF
  END-PERFORM
  PERFORM Count-Team-Roles.

Enter-Free-Agent-Bid.
  COMPUTE cap-room = LEAGUE-SALARY-CAP - gt-per-diem(GT-INDEX)
  MOVE ZERO TO pick-row best-stat
  PERFORM VARYING row-scan FROM 1 BY 1 UNTIL row-scan > roster-count
    IF rs-team(row-scan) = FREE-AGENT-TEAM
        AND rs-role(row-scan) = hole-role
        AND rs-released-by(row-scan) NOT = gt-team-name(GT-INDEX)
        AND rs-salary-need(row-scan) <= cap-room
        AND rs-stat-total(row-scan) > best-stat
      MOVE row-scan TO pick-row
      MOVE rs-stat-total(row-scan) TO best-stat
    END-IF
  END-PERFORM
  IF pick-row = ZERO OR bid-count >= 50
    DISPLAY "NO BID: " FUNCTION TRIM(gt-team-name(GT-INDEX))
      " FINDS NO AFFORDABLE " FUNCTION TRIM(hole-role)
    EXIT PARAGRAPH
  END-IF

  IF rs-salary-want(pick-row) <= cap-room
    MOVE rs-salary-want(pick-row) TO offer-per-diem
  ELSE
    MOVE cap-room TO offer-per-diem
  END-IF
  ADD 1 TO bid-count
  SET BD-INDEX TO bid-count
  MOVE gt-team-name(GT-INDEX) TO bd-team(BD-INDEX)
  MOVE pick-row TO bd-character(BD-INDEX)
  MOVE offer-per-diem TO bd-offer(BD-INDEX)
  DISPLAY "BID:    " FUNCTION TRIM(gt-team-name(GT-INDEX)) " OFFERS $"
    offer-per-diem "/DAY FOR " rs-short-name(pick-row)
    " (" FUNCTION TRIM(hole-role) ")".

Award-Free-Agent.
  MOVE ZERO TO best-bid best-offer
  PERFORM VARYING BD-INDEX FROM 1 BY 1 UNTIL BD-INDEX > bid-count
    IF bd-character(BD-INDEX) = RS-INDEX
        AND bd-offer(BD-INDEX) > best-offer
      SET best-bid TO BD-INDEX
      MOVE bd-offer(BD-INDEX) TO best-offer
    END-IF
  END-PERFORM
  IF best-bid = ZERO
    EXIT PARAGRAPH
  END-IF
  MOVE rs-short-name(RS-INDEX) TO short-name
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO signed-count
  SET BD-INDEX TO best-bid
  DISPLAY "SIGNED: " rs-short-name(RS-INDEX) " BY "
    FUNCTION TRIM(bd-team(BD-INDEX)) " AT $" best-offer "/DAY"
  MOVE FREE-AGENT-TEAM TO moving-from-team
  MOVE bd-team(BD-INDEX) TO moving-to-team
  MOVE bd-team(BD-INDEX) TO rs-team(RS-INDEX)
  MOVE best-offer TO rs-per-diem(RS-INDEX)
  SET rs-contract-active(RS-INDEX) TO TRUE
  COMPUTE rs-contract-end(RS-INDEX) =
    gm-season + CONTRACT-TERM-YEARS - 1
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE rs-short-name(RS-INDEX) TO ct-short-name
  READ Contracts
    INVALID KEY
      CONTINUE
  END-READ
  MOVE rs-short-name(RS-INDEX) TO ct-short-name
  MOVE gm-season TO ct-start-year
  MOVE rs-contract-end(RS-INDEX) TO ct-end-year
  MOVE best-offer TO ct-per-diem
  SET contract-active TO TRUE
  REWRITE Contract-Record
    INVALID KEY
      WRITE Contract-Record
  END-REWRITE

  PERFORM Move-Roster-Character
  MOVE "SIGN" TO audit-action
  PERFORM Write-Team-Audit-Entry.

Propose-Role-Trade.
  SET needy-index TO GT-INDEX
  MOVE ZERO TO pick-row
  MOVE ZERO TO best-stat
  PERFORM VARYING row-scan FROM 1 BY 1 UNTIL row-scan > roster-count
    IF rs-role(row-scan) = hole-role
        AND NOT rs-on-trade-block(row-scan)
        AND rs-team(row-scan) NOT = FREE-AGENT-TEAM
        AND rs-team(row-scan) NOT = gt-team-name(GT-INDEX)
      PERFORM Check-Partner-Surplus
      SET GT-INDEX TO needy-index
    END-IF
  END-PERFORM
  IF pick-row = ZERO
    DISPLAY "NO TRADE: NO TEAM HAS A SPARE "
      FUNCTION TRIM(hole-role) " FOR "
      FUNCTION TRIM(gt-team-name(GT-INDEX))
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO give-row
  MOVE 999 TO lowest-stat
  PERFORM VARYING row-scan FROM 1 BY 1 UNTIL row-scan > roster-count
    IF rs-team(row-scan) = gt-team-name(GT-INDEX)
        AND rs-role(row-scan) = "FLEX"
        AND NOT rs-on-trade-block(row-scan)
      COMPUTE value-gap = rs-value(pick-row) - rs-value(row-scan)
      IF value-gap < ZERO
        COMPUTE value-gap = ZERO - value-gap
      END-IF
      IF value-gap <= TRADE-VALUE-TOLERANCE
          AND rs-stat-total(row-scan) < lowest-stat
        MOVE row-scan TO give-row
        MOVE rs-stat-total(row-scan) TO lowest-stat
      END-IF
    END-IF
  END-PERFORM
  IF give-row = ZERO
    DISPLAY "NO TRADE: " FUNCTION TRIM(gt-team-name(GT-INDEX))
      " HAS NO FAIR PIECE FOR " rs-short-name(pick-row)
    EXIT PARAGRAPH
  END-IF

  COMPUTE cap-room = LEAGUE-SALARY-CAP - gt-per-diem(GT-INDEX)
    + rs-per-diem(give-row) - rs-per-diem(pick-row)
  IF cap-room < ZERO
    DISPLAY "NO TRADE: " rs-short-name(pick-row) " WOULD PUT "
      FUNCTION TRIM(gt-team-name(GT-INDEX)) " OVER THE CAP"
    EXIT PARAGRAPH
  END-IF

  SET rs-on-trade-block(pick-row) TO TRUE
  SET rs-on-trade-block(give-row) TO TRUE
  ADD 1 TO next-proposal-id
  ADD 1 TO proposed-count
  DISPLAY "TRADE:  " FUNCTION TRIM(gt-team-name(GT-INDEX)) " OFFERS "
    rs-short-name(give-row) " FOR " rs-short-name(pick-row) " OF "
    FUNCTION TRIM(rs-team(pick-row)) " (PROPOSAL " next-proposal-id
    ")"
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO proposal-status
  OPEN I-O Trade-Proposals
  IF proposals-missing
    OPEN OUTPUT Trade-Proposals
  END-IF
  MOVE next-proposal-id TO tp-proposal-id
  MOVE gt-team-name(GT-INDEX) TO tp-from-team
  MOVE rs-team(pick-row) TO tp-to-team
  MOVE rs-short-name(give-row) TO tp-from-character
  MOVE rs-short-name(pick-row) TO tp-to-character
  MOVE ZERO TO tp-cash-amount
  SET trade-proposed TO TRUE
  WRITE Trade-Proposal-Record
    INVALID KEY REWRITE Trade-Proposal-Record
  END-WRITE
  CLOSE Trade-Proposals

  MOVE rs-short-name(give-row) TO audit-key
  MOVE "PROPOS" TO audit-action
  MOVE "TRADE" TO audit-field
  MOVE rs-team(give-row) TO audit-old-value
  MOVE SPACES TO audit-new-value
  STRING "FOR " rs-short-name(pick-row) DELIMITED BY SIZE
    INTO audit-new-value
  PERFORM Write-Audit-Entry.

Check-Partner-Surplus.
  MOVE rs-team(row-scan) TO gm-lookup-team
  PERFORM Find-Existing-GM-Team
  IF NOT gt-team-was-found
    EXIT PARAGRAPH
  END-IF
  IF (hole-role = "DEFENDER"
        AND gt-defenders(GT-INDEX) > MINIMUM-DEFENDERS)
      OR (hole-role = "PLAYMAKER"
        AND gt-playmakers(GT-INDEX) > MINIMUM-PLAYMAKERS)
    IF rs-stat-total(row-scan) > best-stat
      MOVE row-scan TO pick-row
      MOVE rs-stat-total(row-scan) TO best-stat
    END-IF
  END-IF.

Forecast-One-Treasury.
  COMPUTE forecast-balance = gt-balance(GT-INDEX)
    - FORECAST-DAYS * (gt-per-diem(GT-INDEX) + gt-daily-staff(GT-INDEX))
    - gt-loan-payment(GT-INDEX)
  IF forecast-balance >= ZERO
    EXIT PARAGRAPH
  END-IF

  IF NOT gt-loan-none(GT-INDEX)
    DISPLAY "SHORT:  " FUNCTION TRIM(gt-team-name(GT-INDEX))
      " FORECAST $" forecast-balance
      " BUT ALREADY CARRIES AN OPEN LOAN"
    EXIT PARAGRAPH
  END-IF

  COMPUTE loan-principal =
    ((ZERO - forecast-balance) / NPC-LOAN-STEP + 1) * NPC-LOAN-STEP
  COMPUTE loan-repayable =
    loan-principal + loan-principal * NPC-LOAN-RATE-PCT / 100
  IF loan-repayable > LOAN-DEBT-CEILING
    DISPLAY "SHORT:  " FUNCTION TRIM(gt-team-name(GT-INDEX))
      " NEEDS $" loan-principal " WHICH IS PAST THE DEBT CEILING"
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO loan-count
  DISPLAY "LOAN:   " FUNCTION TRIM(gt-team-name(GT-INDEX))
    " BORROWS $" loan-principal " (FORECAST $" forecast-balance ")"
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO loan-status
  OPEN I-O Team-Loans
  IF loans-missing
    OPEN OUTPUT Team-Loans
  END-IF
  MOVE gt-team-name(GT-INDEX) TO ln-team-name
  MOVE loan-principal TO ln-principal
  MOVE NPC-LOAN-RATE-PCT TO ln-rate-pct
  MOVE NPC-LOAN-TERM-MONTHS TO ln-term-months
  MOVE loan-repayable TO ln-balance
  COMPUTE ln-monthly-payment ROUNDED =
    loan-repayable / NPC-LOAN-TERM-MONTHS
  MOVE ZERO TO ln-missed-payments
  SET loan-active TO TRUE
  WRITE Team-Loan-Record
    INVALID KEY REWRITE Team-Loan-Record
  END-WRITE
  CLOSE Team-Loans

  MOVE ZERO TO treasury-status treasury-record-found
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  MOVE gt-team-name(GT-INDEX) TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  ADD loan-principal TO tr-balance
  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE gt-team-name(GT-INDEX) TO tr-team-name
    WRITE Treasury-Record
  END-IF
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE gm-today TO tl-date
  MOVE gt-team-name(GT-INDEX) TO tl-team
  MOVE "LOAN" TO tl-category
  MOVE loan-principal TO tl-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger

  MOVE gt-team-name(GT-INDEX) TO audit-key
  MOVE "LOAN" TO audit-action
  MOVE "TREASURY" TO audit-field
  MOVE forecast-balance TO audit-old-value
  MOVE loan-principal TO audit-new-value
  PERFORM Write-Audit-Entry.

Read-Roster-Character.
  MOVE ZERO TO character-found
  MOVE rs-short-name(RS-INDEX) TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET character-was-found TO TRUE
  END-READ.

Move-Roster-Character.
  PERFORM Read-Roster-Character
  IF NOT character-was-found
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold
  MOVE moving-to-team TO team
  MOVE rs-per-diem(RS-INDEX) TO per-diem
  REWRITE character-record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite
  PERFORM Write-Transfer-Log-Entry.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Write-Transfer-Log-Entry.
  MOVE gm-today(1:4) TO log-year
  MOVE gm-today(5:2) TO log-month
  MOVE gm-today(7:2) TO log-day
  MOVE rs-short-name(RS-INDEX) TO log-short-name
  MOVE moving-from-team TO log-from-team
  MOVE moving-to-team TO log-to-team

  OPEN EXTEND Transfer-Log
    WRITE Transfer-Log-Record
  CLOSE Transfer-Log.

Write-Team-Audit-Entry.
  MOVE rs-short-name(RS-INDEX) TO audit-key
  MOVE "TEAM" TO audit-field
  MOVE moving-from-team TO audit-old-value
  MOVE moving-to-team TO audit-new-value
  PERFORM Write-Audit-Entry.

Write-Audit-Entry.
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  MOVE GM-OPERATOR TO audit-operator

  OPEN EXTEND Character-Audit
  IF audit-file-missing
    OPEN OUTPUT Character-Audit
  END-IF
  IF audit-file NOT = ZERO
    PERFORM Check-Audit-Status
    EXIT PARAGRAPH
  END-IF
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "NPC-GM".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "NPC-GM"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "NPC-GM"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Contracts-Status
              STATUS-FIELD BY contract-status-code
              PROGRAM-TAG BY "NPC-GM"
              FILE-TAG BY "CONTRACTS".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "NPC-GM".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "NPC-GM".

  COPY "src/copy/procedure/error-log-writer.cpy".

COACHING-STAFF-MANAGEMENT SECTION.
  COPY "src/copy/procedure/coaching-staff-loader.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "NPC-GM".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
