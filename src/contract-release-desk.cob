IDENTIFICATION DIVISION.
PROGRAM-ID. Contract-Release-Desk.

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

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dm-dead-money-key
    FILE STATUS IS dead-money-status.

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

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Transfer-Log ASSIGN TO "data/transfer-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

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

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

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
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/ledger-period-data.cpy".

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 contract-status-code PIC 99.
    88 contracts-missing VALUE 35.
  01 dead-money-status PIC 99.
    88 end-of-dead-money VALUE 10.
    88 dead-money-missing VALUE 35.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 transfer-log-status PIC 99.
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  78 BUYOUT-PERCENT VALUE 50.
  78 LEAGUE-DAYS-PER-YEAR VALUE 364.
  78 FREE-AGENT-TEAM VALUE "NONE".

  01 desk-choice PIC X.
    88 release-chosen VALUES "R", "r".
    88 list-chosen    VALUES "L", "l".
    88 quit-chosen    VALUES "Q", "q".
  01 payment-choice PIC X.
    88 lump-sum-chosen VALUES "L", "l".
    88 spread-chosen   VALUES "S", "s".
  01 confirm-choice PIC X.
    88 release-confirmed VALUES "Y", "y".

  01 release-date-area.
    02 release-year  PIC 9(4).
    02 release-month PIC 99.
    02 release-day   PIC 99.
  01 release-date REDEFINES release-date-area PIC 9(8).

  01 entry-short-name PIC X(10).
  01 releasing-team PIC X(20).
  01 remaining-days PIC 9(5).
  01 remaining-months PIC 9(4).
  01 remaining-value PIC 9(7).
  01 buyout-amount PIC 9(7).
  01 installment-amount PIC 9(7).
  01 cap-charge-amount PIC 9(3).
  01 dead-money-listed PIC 9(4) VALUE ZERO.
  01 unpaid-amount PIC 9(7).
  01 amount-edit PIC Z(6)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== CONTRACT RELEASE DESK ==="
    DISPLAY "[R]ELEASE A CHARACTER, [L]IST DEAD MONEY OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
      WHEN release-chosen
        PERFORM Release-One-Character
      WHEN list-chosen
        PERFORM List-Dead-Money
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Release-Date.
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
    MOVE clock-date TO release-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO release-date
  END-IF.

Release-One-Character.
  DISPLAY "SHORT NAME TO RELEASE: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name
  IF entry-short-name = SPACES
    DISPLAY "NO CHARACTER GIVEN."
    EXIT PARAGRAPH
  END-IF

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    EXIT PARAGRAPH
  END-IF

  OPEN I-O CharacterSheet
  PERFORM Check-CharacterSheet-Status
  MOVE entry-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      DISPLAY "NO CHARACTER " FUNCTION TRIM(entry-short-name)
      CLOSE CharacterSheet
      PERFORM Release-Characters-Lock
      ADD 1 TO run-rejected-count
      EXIT PARAGRAPH
  END-READ
  PERFORM Check-Character-Checkout
  IF character-checked-out
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF

  IF character-archived OR teammate
      OR team = SPACES OR team = "NONE" OR team = "NO TEAM"
      OR team = "WAIVERS" OR team = "RETIRED"
    DISPLAY "REFUSED: " FUNCTION TRIM(short-name)
      " IS NOT ON A LEAGUE CLUB THAT CAN RELEASE THEM."
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF
  MOVE team TO releasing-team

  OPEN I-O Contracts
  IF contracts-missing
    DISPLAY "NO CONTRACTS ON FILE."
    CLOSE Contracts
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Contracts-Status
  MOVE entry-short-name TO ct-short-name
  READ Contracts
    INVALID KEY
      MOVE SPACE TO ct-status
  END-READ
  IF NOT contract-active
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-short-name)
      " HAS NO ACTIVE CONTRACT TO BUY OUT."
    CLOSE Contracts
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF

  PERFORM Load-Release-Date
  PERFORM Compute-Buyout
  PERFORM Show-Buyout-Terms
  DISPLAY "PAY AS [L]UMP SUM OR [S]PREAD MONTHLY: "
    WITH NO ADVANCING
  ACCEPT payment-choice
  IF NOT lump-sum-chosen AND NOT spread-chosen
    DISPLAY "INVALID CHOICE; NOTHING RELEASED."
    CLOSE Contracts
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    EXIT PARAGRAPH
  END-IF
  DISPLAY "RELEASE " FUNCTION TRIM(entry-short-name) " FROM "
    FUNCTION TRIM(releasing-team) "? (Y/N): " WITH NO ADVANCING
  ACCEPT confirm-choice
  IF NOT release-confirmed
    DISPLAY "NOTHING RELEASED."
    CLOSE Contracts
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    EXIT PARAGRAPH
  END-IF

  SET contract-released TO TRUE
  REWRITE Contract-Record
  PERFORM Check-Contracts-Status
  CLOSE Contracts

  MOVE character-record TO journal-before-hold
  MOVE FREE-AGENT-TEAM TO team
  REWRITE character-record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite
  CLOSE CharacterSheet
  PERFORM Release-Characters-Lock

  PERFORM Write-Transfer-Log-Entry
  PERFORM Write-Audit-Entry
  PERFORM Write-Dead-Money-Record
  IF lump-sum-chosen AND buyout-amount > ZERO
    PERFORM Pay-Lump-Sum-Buyout
  END-IF

  ADD 1 TO run-changed-count
  MOVE buyout-amount TO amount-edit
  IF lump-sum-chosen
    DISPLAY FUNCTION TRIM(entry-short-name) " RELEASED BY "
      FUNCTION TRIM(releasing-team) "; BUYOUT $"
      FUNCTION TRIM(amount-edit) " PAID IN FULL."
  ELSE
    DISPLAY FUNCTION TRIM(entry-short-name) " RELEASED BY "
      FUNCTION TRIM(releasing-team) "; BUYOUT $"
      FUNCTION TRIM(amount-edit) " OVER " remaining-months
      " MONTH(S), $" cap-charge-amount " DEAD MONEY ON THE CAP."
  END-IF.

Compute-Buyout.
  MOVE ZERO TO remaining-days remaining-months
  IF ct-end-year >= release-year
    COMPUTE remaining-days =
      (ct-end-year - release-year) * LEAGUE-DAYS-PER-YEAR
      + (13 - release-month) * 28 + (29 - release-day)
    COMPUTE remaining-months =
      (ct-end-year - release-year) * 13 + (13 - release-month)
  END-IF
  IF remaining-months = ZERO
    MOVE 1 TO remaining-months
  END-IF
  COMPUTE remaining-value = remaining-days * ct-per-diem
  COMPUTE buyout-amount = remaining-value * BUYOUT-PERCENT / 100
  COMPUTE installment-amount =
    (buyout-amount + remaining-months - 1) / remaining-months
  COMPUTE cap-charge-amount = ct-per-diem * BUYOUT-PERCENT / 100.

Show-Buyout-Terms.
  DISPLAY "CONTRACT: $" ct-per-diem "/DAY THROUGH " ct-end-year
    ", " remaining-days " LEAGUE DAY(S) LEFT"
  MOVE remaining-value TO amount-edit
  DISPLAY "REMAINING VALUE ......... $" amount-edit
  MOVE buyout-amount TO amount-edit
  DISPLAY "BUYOUT AT " BUYOUT-PERCENT "% ........... $" amount-edit
  MOVE installment-amount TO amount-edit
  DISPLAY "SPREAD: " remaining-months " MONTHLY PAYMENT(S) OF $"
    FUNCTION TRIM(amount-edit) ", CARRYING $" cap-charge-amount
    " PER-DIEM OF DEAD MONEY UNTIL PAID".

Write-Dead-Money-Record.
  MOVE SPACES TO Dead-Money-Record
  MOVE releasing-team TO dm-team
  MOVE entry-short-name TO dm-short-name
  MOVE release-date TO dm-release-date
  MOVE ct-end-year TO dm-end-year
  MOVE ct-per-diem TO dm-contract-per-diem
  MOVE cap-charge-amount TO dm-cap-charge
  MOVE buyout-amount TO dm-buyout-total
  MOVE ZERO TO dm-last-paid-period
  PERFORM Load-Operator-Id
  MOVE operator-id TO dm-released-by
  IF lump-sum-chosen
    SET dm-lump-sum TO TRUE
    MOVE buyout-amount TO dm-paid-total dm-installment
    SET dead-money-settled TO TRUE
  ELSE
    SET dm-spread TO TRUE
    MOVE ZERO TO dm-paid-total
    MOVE installment-amount TO dm-installment
    IF buyout-amount > ZERO
      SET dead-money-open TO TRUE
    ELSE
      SET dead-money-settled TO TRUE
    END-IF
  END-IF

  OPEN I-O Dead-Money
  IF dead-money-missing
    OPEN OUTPUT Dead-Money
  END-IF
  PERFORM Check-Dead-Money-Status
  WRITE Dead-Money-Record
    INVALID KEY REWRITE Dead-Money-Record
  END-WRITE
  PERFORM Check-Dead-Money-Status
  CLOSE Dead-Money.

Pay-Lump-Sum-Buyout.
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE releasing-team TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ
  SUBTRACT buyout-amount FROM tr-balance
  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE releasing-team TO tr-team-name
    WRITE Treasury-Record
  END-IF
  PERFORM Check-Treasury-Status
  CLOSE Treasury

  MOVE SPACES TO Team-Ledger-Record
  MOVE release-date TO tl-date
  MOVE releasing-team TO tl-team
  MOVE "BUYOUT" TO tl-category
  COMPUTE tl-amount = ZERO - buyout-amount
  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

List-Dead-Money.
  MOVE ZERO TO dead-money-listed
  OPEN INPUT Dead-Money
  IF dead-money-missing
    DISPLAY "NO DEAD MONEY ON FILE."
    CLOSE Dead-Money
    EXIT PARAGRAPH
  END-IF
  DISPLAY "TEAM                 CHARACTER  RELEASED MODE CAP  BUYOUT"
    "   UNPAID"
  MOVE LOW-VALUES TO dm-dead-money-key
  START Dead-Money KEY >= dm-dead-money-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-dead-money
        READ Dead-Money NEXT RECORD
          AT END
            SET end-of-dead-money TO TRUE
          NOT AT END
            ADD 1 TO dead-money-listed
            COMPUTE unpaid-amount = dm-buyout-total - dm-paid-total
            MOVE unpaid-amount TO amount-edit
            IF dead-money-open
              DISPLAY dm-team " " dm-short-name " " dm-release-date
                "  " dm-payment-mode "   " dm-cap-charge " "
                dm-buyout-total " " amount-edit
            ELSE
              DISPLAY dm-team " " dm-short-name " " dm-release-date
                "  " dm-payment-mode "   " dm-cap-charge " "
                dm-buyout-total " " amount-edit " SETTLED"
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Dead-Money
  DISPLAY dead-money-listed " RELEASE(S) ON FILE".

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Write-Transfer-Log-Entry.
  MOVE FUNCTION CURRENT-DATE(1:4) TO log-year
  MOVE FUNCTION CURRENT-DATE(5:2) TO log-month
  MOVE FUNCTION CURRENT-DATE(7:2) TO log-day
  MOVE entry-short-name TO log-short-name
  MOVE releasing-team TO log-from-team
  MOVE FREE-AGENT-TEAM TO log-to-team

  OPEN EXTEND Transfer-Log
    WRITE Transfer-Log-Record
  CLOSE Transfer-Log.

Write-Audit-Entry.
  MOVE entry-short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  MOVE "RELEAS" TO audit-action
  MOVE "TEAM" TO audit-field
  MOVE releasing-team TO audit-old-value
  MOVE FREE-AGENT-TEAM TO audit-new-value

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "CONTRACT-RELEASE"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Contracts-Status
              STATUS-FIELD BY contract-status-code
              PROGRAM-TAG BY "CONTRACT-RELEASE"
              FILE-TAG BY "CONTRACTS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Dead-Money-Status
              STATUS-FIELD BY dead-money-status
              PROGRAM-TAG BY "CONTRACT-RELEASE"
              FILE-TAG BY "DEAD-MONEY".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "CONTRACT-RELEASE"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "CONTRACT-RELEASE".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "CONTRACT-RELEASE".

  COPY "src/copy/procedure/error-log-writer.cpy".

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "CONTRACT-RELEASE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
