    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Player-Value ASSIGN TO "data/player-value.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pv-value-key
    FILE STATUS IS player-value-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
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
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Rivalries ASSIGN TO "data/rivalries.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rv-challenger
    FILE STATUS IS rivalry-status.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

DATA DIVISION.
FILE SECTION.
FD Trade-Proposals

  COPY "src/copy/file-description/contract-record.cpy".

FD Player-Value
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Value-Record.

  COPY "src/copy/file-description/player-value-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.
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

FD Rivalries
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Rivalry-Record.

  COPY "src/copy/file-description/rivalry-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/ledger-period-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
    88 end-of-file VALUE 10.
  01 contract-status-code PIC 99.
    88 contracts-missing VALUE 35.
  01 player-value-status PIC 99.
    88 player-value-missing VALUE 35.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 team-ledger-status PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 entry-from-character PIC X(10).
  01 entry-to-character   PIC X(10).
  01 entry-cash PIC S9(5).
  01 granted-character-1 PIC X(10).
  01 granted-character-2 PIC X(10).

  01 proposal-found PIC 9 VALUE ZERO.
    88 proposal-was-found VALUE 1.
    02 side-per-diem   PIC 99.
    02 side-contract-years PIC 99.
    02 side-value      PIC S9(5).
    02 side-rating-text PIC X(6).
  01 rating-edit PIC +ZZZZ9.
  01 from-valuation PIC S9(5) VALUE ZERO.
  01 to-valuation   PIC S9(5) VALUE ZERO.
  01 value-spread   PIC S9(5).
  01 valuation-year PIC 9(4).

  01 moving-character PIC X(10).
  COPY "src/copy/working-storage/feud-data.cpy".
  01 rivalry-status PIC 99.
    88 rivalries-missing VALUE 35.
  01 rival-team-name PIC X(20).
  78 TRADE-RIVALRY-THRESHOLD VALUE 10.
  78 TRADE-FEUD-HEAT VALUE 30.
  01 moving-to-team   PIC X(20).
  01 moving-from-team PIC X(20).
  01 cash-paying-team   PIC X(20).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  OPEN INPUT Contracts
  OPEN INPUT Player-Value

  MOVE ZERO TO from-valuation to-valuation
  MOVE tp-from-character TO moving-character
  DISPLAY "GOING: " FUNCTION TRIM(tp-from-character)
    " LEVEL " side-level " STATS " side-stat-total
    " PER-DIEM $" side-per-diem
    " VALUE " FUNCTION TRIM(side-rating-text)
    " CONTRACT YRS " side-contract-years

  IF tp-to-character NOT = SPACES
    DISPLAY "COMING: " FUNCTION TRIM(tp-to-character)
      " LEVEL " side-level " STATS " side-stat-total
      " PER-DIEM $" side-per-diem
      " VALUE " FUNCTION TRIM(side-rating-text)
      " CONTRACT YRS " side-contract-years
  END-IF

  CLOSE Player-Value
  CLOSE Contracts
  CLOSE CharacterSheet

Value-One-Character.
  MOVE ZERO TO side-level side-stat-total side-per-diem
  MOVE ZERO TO side-contract-years side-value
  MOVE "N/A" TO side-rating-text
  MOVE moving-character TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
    + power-bonus + focus-bonus + speed-bonus
  MOVE per-diem TO side-per-diem

  IF NOT player-value-missing
    MOVE valuation-year TO pv-season
    MOVE moving-character TO pv-short-name
    READ Player-Value
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE pv-value-rating TO rating-edit
        MOVE rating-edit TO side-rating-text
    END-READ
  END-IF

  IF contract-status-code = ZERO
    MOVE moving-character TO ct-short-name
    READ Contracts
  IF NOT proposal-was-found
    EXIT PARAGRAPH
  END-IF
  IF trade-requested
    DISPLAY "PROPOSAL " tp-proposal-id " IS A TRADE REQUEST FROM "
      FUNCTION TRIM(tp-from-character)
      "; PROPOSE A DEAL FOR THEM INSTEAD."
    EXIT PARAGRAPH
  END-IF
  IF NOT trade-proposed
    DISPLAY "PROPOSAL " tp-proposal-id
      " IS NOT OPEN; NOTHING COMMITTED."
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF
  MOVE tp-from-character TO short-name
  PERFORM Check-Character-Checkout
  IF NOT character-checked-out AND tp-to-character NOT = SPACES
    MOVE tp-to-character TO short-name
    PERFORM Check-Character-Checkout
  END-IF
  IF character-checked-out
    PERFORM Release-Characters-Lock
    DISPLAY "PROPOSAL " tp-proposal-id
      " LEFT OPEN; COMMIT AGAIN ONCE THE CHARACTER IS CHECKED IN."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O CharacterSheet
  PERFORM Check-CharacterSheet-Status

  PERFORM Settle-Trade-Cash
  PERFORM Refresh-Traded-Contracts
  PERFORM Check-Rival-Trade-Feud

  OPEN I-O Trade-Proposals
  PERFORM Check-Proposals-Status
  SET trade-committed TO TRUE
  REWRITE Trade-Proposal-Record
  MOVE tp-proposal-id TO entry-proposal-id
  MOVE tp-from-character TO granted-character-1
  MOVE tp-to-character TO granted-character-2
  PERFORM Close-Granted-Requests
  CLOSE Trade-Proposals

  ADD 1 TO run-changed-count
  DISPLAY "TRADE " entry-proposal-id " COMMITTED.".

Close-Granted-Requests.
  MOVE LOW-VALUE TO tp-proposal-id
  START Trade-Proposals KEY >= tp-proposal-id
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-proposals
    READ Trade-Proposals NEXT RECORD
      AT END
        SET end-of-proposals TO TRUE
      NOT AT END
        IF trade-requested
            AND (tp-from-character = granted-character-1
              OR tp-from-character = granted-character-2)
          SET trade-request-granted TO TRUE
          REWRITE Trade-Proposal-Record
          DISPLAY "TRADE REQUEST " tp-proposal-id " FROM "
            FUNCTION TRIM(tp-from-character) " IS NOW GRANTED."
        END-IF
    END-READ
  END-PERFORM.

Check-Rival-Trade-Feud.
  IF tp-to-character = SPACES
    EXIT PARAGRAPH
  END-IF
  EVALUATE TRUE
    WHEN tp-from-team = "TEAMMATES"
      MOVE tp-to-team TO rival-team-name
    WHEN tp-to-team = "TEAMMATES"
      MOVE tp-from-team TO rival-team-name
    WHEN OTHER
      EXIT PARAGRAPH
  END-EVALUATE

  MOVE ZERO TO rivalry-status
  OPEN INPUT Rivalries
  IF rivalries-missing
    CLOSE Rivalries
    EXIT PARAGRAPH
  END-IF
  MOVE rival-team-name TO rv-challenger
  READ Rivalries
    INVALID KEY
      MOVE ZERO TO rv-intensity
  END-READ
  CLOSE Rivalries
  IF rv-intensity < TRADE-RIVALRY-THRESHOLD
    EXIT PARAGRAPH
  END-IF

  MOVE tp-from-character TO feud-name-1
  MOVE tp-to-character TO feud-name-2
  MOVE "TRADE" TO feud-cause
  MOVE TRADE-FEUD-HEAT TO feud-heat
  PERFORM Load-Season-Clock
  IF season-clock-found
    MOVE clock-date TO feud-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO feud-date
  END-IF
  PERFORM Raise-Feud
  DISPLAY "RIVAL TRADE: " FUNCTION TRIM(tp-from-character) " AND "
    FUNCTION TRIM(tp-to-character) " NOW FEUD.".

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

Move-One-Character.
  MOVE moving-character TO short-name

Write-Trade-Ledger-Posting.
  MOVE SPACES TO Team-Ledger-Record
  PERFORM Load-Season-Clock
  IF season-clock-found
    MOVE clock-date TO tl-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO tl-date
  END-IF
  MOVE ledger-posting-team TO tl-team
  MOVE "TRADE" TO tl-category
  MOVE ledger-posting-amount TO tl-amount

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status

  COPY "src/copy/procedure/error-log-writer.cpy".

FEUD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/feud-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TRADE-DESK".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
