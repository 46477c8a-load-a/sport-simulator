IDENTIFICATION DIVISION.
PROGRAM-ID. Season-Ticket-Office.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Season-Tickets ASSIGN TO "data/season-tickets.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS stk-account
    ALTERNATE RECORD KEY IS stk-team WITH DUPLICATES
    FILE STATUS IS season-ticket-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Season-History ASSIGN TO "data/season-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS history-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

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
FD Season-Tickets
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Ticket-Record.

  COPY "src/copy/file-description/season-ticket-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Season-History.
  COPY "src/copy/file-description/season-history-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

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

  01 season-ticket-status PIC 99.
    88 end-of-season-tickets VALUE 10.
    88 season-tickets-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 history-status PIC 99.
    88 end-of-season-history VALUE 10.
    88 season-history-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 treasury-status PIC 99.
    88 treasury-missing VALUE 35.
  01 treasury-record-found PIC 9 VALUE ZERO.
    88 treasury-was-found VALUE 1.
  01 team-ledger-status PIC 99.
    88 team-ledger-missing VALUE 35.
  01 error-log-status PIC 99.

  78 PREMIUM-SEAT-PRICE VALUE 30.
  78 STANDARD-SEAT-PRICE VALUE 20.
  78 VALUE-SEAT-PRICE VALUE 12.
  78 BASE-RENEWAL-PCT VALUE 70.
  78 CHAMPION-RENEWAL-LIFT VALUE 20.
  78 CONTENDER-RENEWAL-LIFT VALUE 10.
  78 CELLAR-RENEWAL-DROP VALUE 15.
  78 NEUTRAL-POPULARITY VALUE 100.
  78 POPULARITY-POINTS-PER-PCT VALUE 5.
  78 POPULARITY-SWING-LIMIT VALUE 15.
  78 LOYALTY-PCT-PER-SEASON VALUE 2.
  78 LOYALTY-PCT-LIMIT VALUE 10.
  78 MINIMUM-RENEWAL-PCT VALUE 5.
  78 MAXIMUM-RENEWAL-PCT VALUE 98.

  01 office-choice PIC X.
    88 enrol-chosen    VALUES "E", "e".
    88 campaign-chosen VALUES "R", "r".
    88 list-chosen     VALUES "L", "l".
    88 quit-chosen     VALUES "Q", "q".

  01 entry-account PIC X(10).
  01 entry-team    PIC X(20).
  01 entry-holder  PIC X(21).
  01 entry-seats   PIC 9(3).
  01 entry-tier    PIC X.
  01 record-found PIC 9 VALUE ZERO.
    88 account-was-found VALUE 1.

  01 campaign-season PIC 9(4).
  01 finish-season   PIC 9(4).
  01 Finish-Table.
    02 Finish-Entry OCCURS 50 TIMES INDEXED BY FH-INDEX.
      03 fh-team-name PIC X(20).
      03 fh-rank      PIC 9(3).
  01 finish-count PIC 9(3) VALUE ZERO.

  01 Team-Popularity-Table.
    02 Team-Popularity-Entry OCCURS 50 TIMES INDEXED BY TP-INDEX.
      03 tp-team-name  PIC X(20).
      03 tp-popularity PIC 9(7).
      03 tp-headcount  PIC 9(4).
  01 team-popularity-count PIC 9(3) VALUE ZERO.
  01 popularity-team PIC X(20).
  01 tp-found PIC 9 VALUE ZERO.
    88 tp-team-was-found VALUE 1.

  01 Campaign-Table.
    02 Campaign-Entry OCCURS 50 TIMES INDEXED BY CP-INDEX.
      03 cp-team-name PIC X(20).
      03 cp-renewed   PIC 9(4).
      03 cp-signed    PIC 9(4).
      03 cp-lapsed    PIC 9(4).
      03 cp-seats     PIC 9(5).
      03 cp-revenue   PIC 9(7).
  01 campaign-count PIC 9(3) VALUE ZERO.
  01 cp-found PIC 9 VALUE ZERO.
    88 cp-team-was-found VALUE 1.

  01 renewal-pct PIC S9(3).
  01 popularity-swing PIC S9(3).
  01 loyalty-lift PIC 9(3).
  01 average-popularity PIC 9(3).
  01 renewal-roll PIC 9(3).
  01 renewal-fraction PIC 9V9(9).
  01 seat-price PIC 99.
  01 account-revenue PIC 9(5).
  01 revenue-amount PIC 9(7).
  01 revenue-team PIC X(20).
  01 renewed-total PIC 9(5) VALUE ZERO.
  01 lapsed-total  PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO office-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== SEASON TICKET OFFICE ==="
    DISPLAY "[E]NROL, [R]ENEWAL CAMPAIGN, [L]IST OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT office-choice
    EVALUATE TRUE
      WHEN enrol-chosen
        PERFORM Enrol-One-Subscriber
      WHEN campaign-chosen
        PERFORM Run-Renewal-Campaign
      WHEN list-chosen
        PERFORM List-Subscribers
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
  PERFORM Write-Run-History-Entry
GOBACK.

Enrol-One-Subscriber.
  DISPLAY "ACCOUNT: " WITH NO ADVANCING
  ACCEPT entry-account
  MOVE FUNCTION UPPER-CASE(entry-account) TO entry-account
  IF entry-account = SPACES
    DISPLAY "NO ACCOUNT GIVEN."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "HOLDER NAME: " WITH NO ADVANCING
  ACCEPT entry-holder
  MOVE FUNCTION UPPER-CASE(entry-holder) TO entry-holder
  DISPLAY "SEAT COUNT: " WITH NO ADVANCING
  ACCEPT entry-seats
  IF entry-seats = ZERO
    DISPLAY "AT LEAST ONE SEAT IS REQUIRED."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "PRICE TIER ([P]REMIUM, [S]TANDARD, [V]ALUE): "
    WITH NO ADVANCING
  ACCEPT entry-tier
  MOVE FUNCTION UPPER-CASE(entry-tier) TO entry-tier

  OPEN I-O Season-Tickets
  IF season-tickets-missing
    OPEN OUTPUT Season-Tickets
  END-IF
  PERFORM Check-Season-Ticket-Status
  MOVE ZERO TO record-found
  MOVE entry-account TO stk-account
  READ Season-Tickets
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET account-was-found TO TRUE
  END-READ

  MOVE entry-account TO stk-account
  MOVE entry-team TO stk-team
  MOVE entry-holder TO stk-holder-name
  MOVE entry-seats TO stk-seats
  MOVE entry-tier TO stk-price-tier
  IF NOT valid-price-tier
    SET tier-standard TO TRUE
  END-IF

  IF account-was-found
    REWRITE Season-Ticket-Record
    DISPLAY "ACCOUNT " FUNCTION TRIM(stk-account) " UPDATED."
  ELSE
    SET subscriber-pending TO TRUE
    MOVE ZERO TO stk-season stk-seasons-held
    WRITE Season-Ticket-Record
    DISPLAY "ACCOUNT " FUNCTION TRIM(stk-account)
      " ENROLLED; BILLED AT THE NEXT RENEWAL CAMPAIGN."
  END-IF
  CLOSE Season-Tickets
  ADD 1 TO run-changed-count.

Run-Renewal-Campaign.
  PERFORM Load-Season-Clock
  IF NOT season-clock-found
    DISPLAY "NO SEASON CLOCK ON FILE; CAMPAIGN NOT RUN."
    EXIT PARAGRAPH
  END-IF
  IF NOT phase-preseason
    DISPLAY "REFUSED: THE LEAGUE IS IN THE " clock-phase
      " PHASE; RENEWALS RUN IN THE PRESEASON."
    EXIT PARAGRAPH
  END-IF

  MOVE clock-year TO campaign-season
  COMPUTE finish-season = clock-year - 1
  MOVE ZERO TO campaign-count renewed-total lapsed-total
  COMPUTE renewal-fraction = FUNCTION RANDOM(campaign-season)

  PERFORM Load-Final-Standings
  PERFORM Load-Team-Popularity

  OPEN I-O Season-Tickets
  IF season-tickets-missing
    DISPLAY "NO SEASON TICKET HOLDERS ON FILE."
    CLOSE Season-Tickets
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Season-Ticket-Status
  MOVE LOW-VALUE TO stk-account
  START Season-Tickets KEY >= stk-account
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-season-tickets
        READ Season-Tickets NEXT RECORD
          AT END
            SET end-of-season-tickets TO TRUE
          NOT AT END
            PERFORM Review-One-Subscriber
        END-READ
      END-PERFORM
  END-START
  CLOSE Season-Tickets

  PERFORM Post-Campaign-Revenue
  PERFORM Print-Campaign-Summary

  ADD renewed-total TO run-processed-count
  ADD lapsed-total TO run-processed-count
  ADD renewed-total TO run-changed-count.

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

Load-Final-Standings.
  MOVE ZERO TO finish-count
  OPEN INPUT Season-History
  IF season-history-missing
    CLOSE Season-History
    DISPLAY "NO SEASON HISTORY ON FILE; FINISHES NOT WEIGHED."
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-season-history
    READ Season-History
      AT END
        SET end-of-season-history TO TRUE
      NOT AT END
        IF sh-season = finish-season AND finish-count < 50
          ADD 1 TO finish-count
          SET FH-INDEX TO finish-count
          MOVE sh-team-name TO fh-team-name(FH-INDEX)
          MOVE sh-rank TO fh-rank(FH-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Season-History.

Load-Team-Popularity.
  MOVE ZERO TO team-popularity-count
  OPEN INPUT CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              IF NOT character-archived
                PERFORM Accumulate-Team-Popularity
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet.

Accumulate-Team-Popularity.
  IF teammate
    MOVE "TEAMMATES" TO popularity-team
  ELSE
    IF team = SPACES OR team = "NONE" OR team = "NO TEAM"
      EXIT PARAGRAPH
    END-IF
    MOVE team TO popularity-team
  END-IF

  MOVE ZERO TO tp-found
  PERFORM VARYING TP-INDEX FROM 1 BY 1
      UNTIL TP-INDEX > team-popularity-count
    IF tp-team-name(TP-INDEX) = popularity-team
      SET tp-team-was-found TO TRUE
      ADD popularity TO tp-popularity(TP-INDEX)
      ADD 1 TO tp-headcount(TP-INDEX)
    END-IF
  END-PERFORM

  IF NOT tp-team-was-found AND team-popularity-count < 50
    ADD 1 TO team-popularity-count
    SET TP-INDEX TO team-popularity-count
    MOVE popularity-team TO tp-team-name(TP-INDEX)
    MOVE popularity TO tp-popularity(TP-INDEX)
    MOVE 1 TO tp-headcount(TP-INDEX)
  END-IF.

Review-One-Subscriber.
  IF subscriber-lapsed OR stk-season >= campaign-season
    EXIT PARAGRAPH
  END-IF

  PERFORM Find-Campaign-Entry
  IF NOT cp-team-was-found
    DISPLAY "CAMPAIGN TABLE FULL; " FUNCTION TRIM(stk-account)
      " LEFT FOR A LATER RUN."
    EXIT PARAGRAPH
  END-IF

  IF subscriber-pending
    ADD 1 TO cp-signed(CP-INDEX)
    PERFORM Renew-One-Subscriber
    DISPLAY "SIGNED:  " stk-account " " FUNCTION TRIM(stk-team)
      " " stk-seats " SEAT(S) $" account-revenue
    EXIT PARAGRAPH
  END-IF

  PERFORM Compute-Renewal-Pct
  COMPUTE renewal-roll = FUNCTION INTEGER(FUNCTION RANDOM * 100) + 1

  IF renewal-roll <= renewal-pct
    ADD 1 TO cp-renewed(CP-INDEX)
    PERFORM Renew-One-Subscriber
    DISPLAY "RENEWED: " stk-account " " FUNCTION TRIM(stk-team)
      " " stk-seats " SEAT(S) $" account-revenue
      " (ODDS " renewal-pct "%)"
  ELSE
    SET subscriber-lapsed TO TRUE
    REWRITE Season-Ticket-Record
    PERFORM Check-Season-Ticket-Status
    ADD 1 TO cp-lapsed(CP-INDEX)
    ADD 1 TO lapsed-total
    DISPLAY "LAPSED:  " stk-account " " FUNCTION TRIM(stk-team)
      " (ODDS " renewal-pct "%, ROLLED " renewal-roll ")"
  END-IF.

Renew-One-Subscriber.
  EVALUATE TRUE
    WHEN tier-premium
      MOVE PREMIUM-SEAT-PRICE TO seat-price
    WHEN tier-value
      MOVE VALUE-SEAT-PRICE TO seat-price
    WHEN OTHER
      MOVE STANDARD-SEAT-PRICE TO seat-price
  END-EVALUATE
  COMPUTE account-revenue = stk-seats * seat-price

  SET subscriber-active TO TRUE
  MOVE campaign-season TO stk-season
  IF stk-seasons-held < 99
    ADD 1 TO stk-seasons-held
  END-IF
  REWRITE Season-Ticket-Record
  PERFORM Check-Season-Ticket-Status

  ADD stk-seats TO cp-seats(CP-INDEX)
  ADD account-revenue TO cp-revenue(CP-INDEX)
  ADD 1 TO renewed-total.

Compute-Renewal-Pct.
  MOVE BASE-RENEWAL-PCT TO renewal-pct

  PERFORM VARYING FH-INDEX FROM 1 BY 1
      UNTIL FH-INDEX > finish-count
    IF fh-team-name(FH-INDEX) = stk-team
      EVALUATE TRUE
        WHEN fh-rank(FH-INDEX) = 1
          ADD CHAMPION-RENEWAL-LIFT TO renewal-pct
        WHEN fh-rank(FH-INDEX) * 3 <= finish-count
          ADD CONTENDER-RENEWAL-LIFT TO renewal-pct
        WHEN fh-rank(FH-INDEX) * 3 > finish-count * 2
          SUBTRACT CELLAR-RENEWAL-DROP FROM renewal-pct
      END-EVALUATE
    END-IF
  END-PERFORM

  PERFORM VARYING TP-INDEX FROM 1 BY 1
      UNTIL TP-INDEX > team-popularity-count
    IF tp-team-name(TP-INDEX) = stk-team
        AND tp-headcount(TP-INDEX) > ZERO
      COMPUTE average-popularity =
        tp-popularity(TP-INDEX) / tp-headcount(TP-INDEX)
      COMPUTE popularity-swing =
        (average-popularity - NEUTRAL-POPULARITY)
        / POPULARITY-POINTS-PER-PCT
      IF popularity-swing > POPULARITY-SWING-LIMIT
        MOVE POPULARITY-SWING-LIMIT TO popularity-swing
      END-IF
      IF popularity-swing < 0 - POPULARITY-SWING-LIMIT
        COMPUTE popularity-swing = 0 - POPULARITY-SWING-LIMIT
      END-IF
      ADD popularity-swing TO renewal-pct
    END-IF
  END-PERFORM

  COMPUTE loyalty-lift = stk-seasons-held * LOYALTY-PCT-PER-SEASON
  IF loyalty-lift > LOYALTY-PCT-LIMIT
    MOVE LOYALTY-PCT-LIMIT TO loyalty-lift
  END-IF
  ADD loyalty-lift TO renewal-pct

  IF renewal-pct < MINIMUM-RENEWAL-PCT
    MOVE MINIMUM-RENEWAL-PCT TO renewal-pct
  END-IF
  IF renewal-pct > MAXIMUM-RENEWAL-PCT
    MOVE MAXIMUM-RENEWAL-PCT TO renewal-pct
  END-IF.

Find-Campaign-Entry.
  MOVE ZERO TO cp-found
  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > campaign-count OR cp-team-was-found
    IF cp-team-name(CP-INDEX) = stk-team
      SET cp-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF cp-team-was-found
    SET CP-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF campaign-count < 50
    ADD 1 TO campaign-count
    SET CP-INDEX TO campaign-count
    MOVE stk-team TO cp-team-name(CP-INDEX)
    MOVE ZERO TO cp-renewed(CP-INDEX) cp-signed(CP-INDEX)
      cp-lapsed(CP-INDEX) cp-seats(CP-INDEX) cp-revenue(CP-INDEX)
    SET cp-team-was-found TO TRUE
  END-IF.

Post-Campaign-Revenue.
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status

  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > campaign-count
    IF cp-revenue(CP-INDEX) > ZERO
      MOVE cp-team-name(CP-INDEX) TO revenue-team
      MOVE cp-revenue(CP-INDEX) TO revenue-amount
      PERFORM Credit-One-Treasury
    END-IF
  END-PERFORM

  CLOSE Treasury.

Credit-One-Treasury.
  MOVE ZERO TO treasury-record-found
  MOVE revenue-team TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ

  ADD revenue-amount TO tr-balance

  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE revenue-team TO tr-team-name
    WRITE Treasury-Record
  END-IF

  MOVE SPACES TO Team-Ledger-Record
  MOVE clock-date TO tl-date
  MOVE revenue-team TO tl-team
  MOVE "SEASONTK" TO tl-category
  MOVE revenue-amount TO tl-amount

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

Print-Campaign-Summary.
  DISPLAY SPACES
  DISPLAY "=== " campaign-season " RENEWAL CAMPAIGN ==="
  DISPLAY "TEAM                 RENEW  SIGN LAPSE SEATS   REVENUE"
  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > campaign-count
    DISPLAY cp-team-name(CP-INDEX) " " cp-renewed(CP-INDEX)
      "  " cp-signed(CP-INDEX) "  " cp-lapsed(CP-INDEX) " "
      cp-seats(CP-INDEX) " " cp-revenue(CP-INDEX)
  END-PERFORM
  DISPLAY "CAMPAIGN COMPLETE: " renewed-total " BILLED, "
    lapsed-total " LAPSED".

List-Subscribers.
  OPEN INPUT Season-Tickets
  IF season-tickets-missing
    DISPLAY "NO SEASON TICKET HOLDERS ON FILE."
    CLOSE Season-Tickets
    EXIT PARAGRAPH
  END-IF
  DISPLAY "ACCOUNT    TEAM                 HOLDER                "
    " SEATS T S SEASON"
  MOVE LOW-VALUE TO stk-account
  START Season-Tickets KEY >= stk-account
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-season-tickets
        READ Season-Tickets NEXT RECORD
          AT END
            SET end-of-season-tickets TO TRUE
          NOT AT END
            DISPLAY stk-account " " stk-team " " stk-holder-name
              " " stk-seats "   " stk-price-tier " " stk-status
              " " stk-season
        END-READ
      END-PERFORM
  END-START
  CLOSE Season-Tickets.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Season-Ticket-Status
              STATUS-FIELD BY season-ticket-status
              PROGRAM-TAG BY "SEASON-TICKET-OFFICE"
              FILE-TAG BY "SEASON-TICKETS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "SEASON-TICKET-OFFICE"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "SEASON-TICKET-OFFICE"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SEASON-TICKET-OFFICE".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
