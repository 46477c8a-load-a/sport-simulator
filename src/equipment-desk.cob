IDENTIFICATION DIVISION.
PROGRAM-ID. Equipment-Desk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Equipment ASSIGN TO "data/equipment.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS eq-item-id
    FILE STATUS IS equipment-status.

  SELECT Equipment-Assignments
    ASSIGN TO "data/equipment-assignments.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ea-assignment-key
    FILE STATUS IS assignment-status.

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
FD Equipment
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Equipment-Record.

  COPY "src/copy/file-description/equipment-record.cpy".

FD Equipment-Assignments
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Equipment-Assignment-Record.

  COPY "src/copy/file-description/equipment-assignment-record.cpy".

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

  01 equipment-status PIC 99.
    88 end-of-equipment VALUE 10.
    88 equipment-missing VALUE 35.
  01 assignment-status PIC 99.
    88 end-of-assignments VALUE 10.
    88 assignments-missing VALUE 35.
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
  01 error-log-status PIC 99.

  01 desk-choice PIC X.
    88 catalog-chosen VALUES "C", "c".
    88 buy-chosen     VALUES "B", "b".
    88 remove-chosen  VALUES "R", "r".
    88 list-chosen    VALUES "L", "l".
    88 quit-chosen    VALUES "Q", "q".

  01 entry-item-id     PIC X(10).
  01 entry-short-name  PIC X(10).
  01 entry-description PIC X(20).
  01 entry-type        PIC X(10).
  01 entry-stat        PIC X(5).
    88 entry-stat-valid VALUES "POWER", "FOCUS", "SPEED".
  01 entry-bonus       PIC 9.
  01 entry-durability  PIC 9(3).
  01 entry-cost        PIC 9(7).
  01 buying-team       PIC X(20).

  01 item-found-flag PIC 9 VALUE ZERO.
    88 catalog-item-found VALUE 1.
  01 carried-flag PIC 9 VALUE ZERO.
    88 item-already-carried VALUE 1.
  01 replaced-item-id PIC X(10).
  01 desk-today PIC 9(8).
  01 cost-edit PIC Z(6)9.
  01 balance-edit PIC -Z(8)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Season-Clock
  MOVE ZERO TO desk-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== EQUIPMENT DESK ==="
    DISPLAY "[C]ATALOG ITEM, [B]UY GEAR, [R]EMOVE GEAR, [L]IST"
      " OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
      WHEN catalog-chosen
        PERFORM Catalog-One-Item
      WHEN buy-chosen
        PERFORM Buy-One-Item
      WHEN remove-chosen
        PERFORM Remove-One-Item
      WHEN list-chosen
        PERFORM List-Catalog
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
    MOVE clock-date TO desk-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO desk-today
  END-IF.

Catalog-One-Item.
  DISPLAY "ITEM ID: " WITH NO ADVANCING
  ACCEPT entry-item-id
  MOVE FUNCTION UPPER-CASE(entry-item-id) TO entry-item-id
  IF entry-item-id = SPACES
    DISPLAY "NO ITEM GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "DESCRIPTION: " WITH NO ADVANCING
  ACCEPT entry-description
  MOVE FUNCTION UPPER-CASE(entry-description) TO entry-description
  DISPLAY "TYPE (E.G. BAT, GLOVES, SHOES): " WITH NO ADVANCING
  ACCEPT entry-type
  MOVE FUNCTION UPPER-CASE(entry-type) TO entry-type
  DISPLAY "STAT AFFECTED (POWER, FOCUS, SPEED): " WITH NO ADVANCING
  ACCEPT entry-stat
  MOVE FUNCTION UPPER-CASE(entry-stat) TO entry-stat
  DISPLAY "ROLL BONUS (1-9): " WITH NO ADVANCING
  ACCEPT entry-bonus
  DISPLAY "DURABILITY (GAMES): " WITH NO ADVANCING
  ACCEPT entry-durability
  DISPLAY "COST: " WITH NO ADVANCING
  ACCEPT entry-cost

  IF entry-type = SPACES
    DISPLAY "REFUSED: AN ITEM TYPE IS REQUIRED."
    EXIT PARAGRAPH
  END-IF
  IF NOT entry-stat-valid
    DISPLAY "REFUSED: STAT MUST BE POWER, FOCUS OR SPEED."
    EXIT PARAGRAPH
  END-IF
  IF entry-bonus = ZERO OR entry-durability = ZERO
    DISPLAY "REFUSED: BONUS AND DURABILITY MUST BE ABOVE ZERO."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Equipment
  IF equipment-missing
    OPEN OUTPUT Equipment
  END-IF
  PERFORM Check-Equipment-Status

  MOVE SPACES TO Equipment-Record
  MOVE entry-item-id TO eq-item-id
  MOVE entry-description TO eq-description
  MOVE entry-type TO eq-type
  MOVE entry-stat TO eq-stat
  MOVE entry-bonus TO eq-bonus
  MOVE entry-durability TO eq-durability
  MOVE entry-cost TO eq-cost
  WRITE Equipment-Record
    INVALID KEY
      REWRITE Equipment-Record
      DISPLAY "ITEM " FUNCTION TRIM(eq-item-id) " UPDATED."
    NOT INVALID KEY
      DISPLAY "ITEM " FUNCTION TRIM(eq-item-id) " ADDED TO CATALOG."
  END-WRITE
  PERFORM Check-Equipment-Status
  CLOSE Equipment
  ADD 1 TO run-changed-count.

Buy-One-Item.
  DISPLAY "CHARACTER SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name
  DISPLAY "ITEM ID: " WITH NO ADVANCING
  ACCEPT entry-item-id
  MOVE FUNCTION UPPER-CASE(entry-item-id) TO entry-item-id

  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  MOVE entry-short-name TO short-name
  READ CharacterSheet
    INVALID KEY
      DISPLAY "NO CHARACTER " FUNCTION TRIM(entry-short-name)
      CLOSE CharacterSheet
      EXIT PARAGRAPH
  END-READ
  CLOSE CharacterSheet
  IF character-archived
    DISPLAY "REFUSED: " FUNCTION TRIM(short-name) " IS RETIRED."
    EXIT PARAGRAPH
  END-IF
  MOVE team TO buying-team
  IF buying-team = SPACES OR buying-team = "NONE"
      OR buying-team = "NO TEAM"
    DISPLAY "REFUSED: " FUNCTION TRIM(short-name)
      " HAS NO TEAM TO PAY FOR GEAR."
    EXIT PARAGRAPH
  END-IF

  PERFORM Read-Catalog-Item
  IF NOT catalog-item-found
    DISPLAY "NO ITEM " FUNCTION TRIM(entry-item-id) " IN THE CATALOG."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Equipment-Assignments
  IF assignments-missing
    OPEN OUTPUT Equipment-Assignments
    CLOSE Equipment-Assignments
    OPEN I-O Equipment-Assignments
  END-IF
  PERFORM Check-Assignment-Status
  PERFORM Find-Carried-Type
  IF item-already-carried AND replaced-item-id = eq-item-id
    DISPLAY "REFUSED: " FUNCTION TRIM(short-name)
      " ALREADY CARRIES " FUNCTION TRIM(eq-item-id)
      " WITH " ea-durability-left " GAME(S) LEFT."
    CLOSE Equipment-Assignments
    EXIT PARAGRAPH
  END-IF

  PERFORM Read-Buying-Treasury
  IF tr-balance < eq-cost
    MOVE tr-balance TO balance-edit
    DISPLAY "REFUSED: " FUNCTION TRIM(buying-team)
      " TREASURY HOLDS ONLY " FUNCTION TRIM(balance-edit)
    CLOSE Treasury
    CLOSE Equipment-Assignments
    EXIT PARAGRAPH
  END-IF
  SUBTRACT eq-cost FROM tr-balance
  IF treasury-was-found
    REWRITE Treasury-Record
  ELSE
    MOVE buying-team TO tr-team-name
    WRITE Treasury-Record
  END-IF
  PERFORM Check-Treasury-Status
  CLOSE Treasury
  PERFORM Write-Equipment-Ledger

  IF item-already-carried
    MOVE entry-short-name TO ea-short-name
    MOVE replaced-item-id TO ea-item-id
    DELETE Equipment-Assignments
      INVALID KEY
        CONTINUE
    END-DELETE
    DISPLAY "REPLACED " FUNCTION TRIM(replaced-item-id)
  END-IF

  MOVE SPACES TO Equipment-Assignment-Record
  MOVE entry-short-name TO ea-short-name
  MOVE eq-item-id TO ea-item-id
  MOVE buying-team TO ea-team
  MOVE eq-type TO ea-type
  MOVE eq-stat TO ea-stat
  MOVE eq-bonus TO ea-bonus
  MOVE eq-durability TO ea-durability-new
  MOVE eq-durability TO ea-durability-left
  MOVE eq-cost TO ea-cost
  MOVE desk-today TO ea-purchase-date
  WRITE Equipment-Assignment-Record
  PERFORM Check-Assignment-Status
  CLOSE Equipment-Assignments

  ADD 1 TO run-changed-count
  MOVE eq-cost TO cost-edit
  DISPLAY FUNCTION TRIM(buying-team) " BUYS "
    FUNCTION TRIM(eq-description) " FOR "
    FUNCTION TRIM(entry-short-name) ": +" eq-bonus " "
    FUNCTION TRIM(eq-stat) " FOR " eq-durability " GAME(S), $"
    FUNCTION TRIM(cost-edit).

Read-Catalog-Item.
  MOVE ZERO TO item-found-flag
  MOVE ZERO TO equipment-status
  OPEN INPUT Equipment
  IF equipment-missing
    CLOSE Equipment
    EXIT PARAGRAPH
  END-IF
  MOVE entry-item-id TO eq-item-id
  READ Equipment
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET catalog-item-found TO TRUE
  END-READ
  CLOSE Equipment.

Find-Carried-Type.
  MOVE ZERO TO carried-flag
  MOVE SPACES TO replaced-item-id
  MOVE ZERO TO assignment-status
  MOVE entry-short-name TO ea-short-name
  MOVE LOW-VALUE TO ea-item-id
  START Equipment-Assignments KEY >= ea-assignment-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-assignments OR item-already-carried
    READ Equipment-Assignments NEXT RECORD
      AT END
        SET end-of-assignments TO TRUE
      NOT AT END
        IF ea-short-name NOT = entry-short-name
          SET end-of-assignments TO TRUE
        ELSE
          IF ea-type = eq-type OR ea-item-id = eq-item-id
            SET item-already-carried TO TRUE
            MOVE ea-item-id TO replaced-item-id
          END-IF
        END-IF
    END-READ
  END-PERFORM
  MOVE ZERO TO assignment-status.

Read-Buying-Treasury.
  MOVE ZERO TO treasury-status
  OPEN I-O Treasury
  IF treasury-missing
    OPEN OUTPUT Treasury
  END-IF
  PERFORM Check-Treasury-Status
  MOVE ZERO TO treasury-record-found
  MOVE buying-team TO tr-team-name
  READ Treasury
    INVALID KEY
      MOVE ZERO TO tr-balance
    NOT INVALID KEY
      SET treasury-was-found TO TRUE
  END-READ.

Write-Equipment-Ledger.
  MOVE SPACES TO Team-Ledger-Record
  MOVE desk-today TO tl-date
  MOVE buying-team TO tl-team
  MOVE "EQUIPMNT" TO tl-category
  COMPUTE tl-amount = ZERO - eq-cost

  PERFORM Guard-Ledger-Posting
  OPEN EXTEND Team-Ledger
  IF team-ledger-missing
    OPEN OUTPUT Team-Ledger
  END-IF
    WRITE Team-Ledger-Record
  CLOSE Team-Ledger.

Remove-One-Item.
  DISPLAY "CHARACTER SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name
  DISPLAY "ITEM ID: " WITH NO ADVANCING
  ACCEPT entry-item-id
  MOVE FUNCTION UPPER-CASE(entry-item-id) TO entry-item-id

  OPEN I-O Equipment-Assignments
  IF assignments-missing
    DISPLAY "NO GEAR IS ASSIGNED."
    CLOSE Equipment-Assignments
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Assignment-Status
  MOVE entry-short-name TO ea-short-name
  MOVE entry-item-id TO ea-item-id
  DELETE Equipment-Assignments
    INVALID KEY
      DISPLAY FUNCTION TRIM(entry-short-name) " DOES NOT CARRY "
        FUNCTION TRIM(entry-item-id)
    NOT INVALID KEY
      ADD 1 TO run-changed-count
      DISPLAY FUNCTION TRIM(entry-item-id) " TAKEN FROM "
        FUNCTION TRIM(entry-short-name) "; NO REFUND."
  END-DELETE
  CLOSE Equipment-Assignments.

List-Catalog.
  MOVE ZERO TO equipment-status
  OPEN INPUT Equipment
  IF equipment-missing
    DISPLAY "NO EQUIPMENT IN THE CATALOG."
    CLOSE Equipment
    EXIT PARAGRAPH
  END-IF
  DISPLAY "ITEM       DESCRIPTION          TYPE       STAT  BONUS"
    " GAMES    COST"
  MOVE LOW-VALUE TO eq-item-id
  START Equipment KEY >= eq-item-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-equipment
        READ Equipment NEXT RECORD
          AT END
            SET end-of-equipment TO TRUE
          NOT AT END
            MOVE eq-cost TO cost-edit
            DISPLAY eq-item-id " " eq-description " " eq-type " "
              eq-stat "  +" eq-bonus "   " eq-durability "  "
              cost-edit
        END-READ
      END-PERFORM
  END-START
  CLOSE Equipment.

LEDGER-PERIOD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/ledger-period-guard.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Equipment-Status
              STATUS-FIELD BY equipment-status
              PROGRAM-TAG BY "EQUIPMENT-DESK"
              FILE-TAG BY "EQUIPMENT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Assignment-Status
              STATUS-FIELD BY assignment-status
              PROGRAM-TAG BY "EQUIPMENT-DESK"
              FILE-TAG BY "EQUIP-ASSIGN".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "EQUIPMENT-DESK"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "EQUIPMENT-DESK"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "EQUIPMENT-DESK".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
