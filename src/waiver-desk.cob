IDENTIFICATION DIVISION.
PROGRAM-ID. Waiver-Desk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Waivers ASSIGN TO "data/waivers.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wv-short-name
    FILE STATUS IS waiver-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

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
FD Waivers
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Waiver-Record.

  COPY "src/copy/file-description/waiver-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

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

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 waiver-status PIC 99.
    88 end-of-waivers VALUE 10.
    88 waivers-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 audit-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  78 WAIVER-PERIOD-DAYS VALUE 3.
  78 WAIVER-HOLD-TEAM VALUE "WAIVERS".

  01 desk-choice PIC X.
    88 place-chosen VALUES "P", "p".
    88 claim-chosen VALUES "C", "c".
    88 list-chosen  VALUES "L", "l".
    88 quit-chosen  VALUES "Q", "q".

  01 entry-short-name PIC X(10).
  01 entry-team PIC X(20).
  01 waiver-today PIC 9(8).
  01 expiry-work-date.
    02 expiry-year  PIC 9(4).
    02 expiry-month PIC 99.
    02 expiry-day   PIC 99.
  01 releasing-team PIC X(20).
  01 record-found PIC 9 VALUE ZERO.
    88 waiver-was-found VALUE 1.
  01 claim-found PIC 9 VALUE ZERO.
    88 claim-already-entered VALUE 1.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== WAIVER DESK ==="
    DISPLAY "[P]LACE ON WAIVERS, [C]LAIM, [L]IST OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
      WHEN place-chosen
        PERFORM Place-On-Waivers
      WHEN claim-chosen
        PERFORM Enter-Waiver-Claim
      WHEN list-chosen
        PERFORM List-Waivers
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Waiver-Today.
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
    MOVE clock-date TO waiver-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO waiver-today
  END-IF.

Place-On-Waivers.
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
      OR team = WAIVER-HOLD-TEAM OR team = "RETIRED"
    DISPLAY "REFUSED: " FUNCTION TRIM(short-name)
      " IS NOT ON A LEAGUE CLUB THAT CAN RELEASE THEM."
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF

  PERFORM Load-Waiver-Today
  MOVE team TO releasing-team
  MOVE character-record TO journal-before-hold
  MOVE WAIVER-HOLD-TEAM TO team
  REWRITE character-record
  PERFORM Check-CharacterSheet-Status
  PERFORM Journal-Character-Rewrite
  CLOSE CharacterSheet
  PERFORM Release-Characters-Lock

  MOVE "WAIVE" TO audit-action
  MOVE releasing-team TO audit-old-value
  MOVE WAIVER-HOLD-TEAM TO audit-new-value
  PERFORM Write-Audit-Entry

  OPEN I-O Waivers
  IF waivers-missing
    OPEN OUTPUT Waivers
  END-IF
  PERFORM Check-Waiver-Status
  MOVE ZERO TO record-found
  MOVE entry-short-name TO wv-short-name
  READ Waivers
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET waiver-was-found TO TRUE
  END-READ

  INITIALIZE Waiver-Record
  MOVE entry-short-name TO wv-short-name
  MOVE releasing-team TO wv-released-by
  MOVE waiver-today TO wv-placed-date
  MOVE waiver-today TO expiry-work-date
  ADD WAIVER-PERIOD-DAYS TO expiry-day
  IF expiry-day > 28
    SUBTRACT 28 FROM expiry-day
    ADD 1 TO expiry-month
    IF expiry-month > 13
      MOVE 1 TO expiry-month
      ADD 1 TO expiry-year
    END-IF
  END-IF
  MOVE expiry-work-date TO wv-expiry-date
  SET waiver-pending TO TRUE
  MOVE SPACES TO wv-awarded-to
  MOVE ZERO TO wv-claim-count

  IF waiver-was-found
    REWRITE Waiver-Record
  ELSE
    WRITE Waiver-Record
  END-IF
  PERFORM Check-Waiver-Status
  CLOSE Waivers

  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(entry-short-name) " RELEASED BY "
    FUNCTION TRIM(releasing-team) "; ON WAIVERS UNTIL "
    wv-expiry-date.

Enter-Waiver-Claim.
  DISPLAY "SHORT NAME TO CLAIM: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name
  DISPLAY "CLAIMING TEAM: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-short-name = SPACES OR entry-team = SPACES
    DISPLAY "CHARACTER AND TEAM ARE BOTH REQUIRED."
    EXIT PARAGRAPH
  END-IF
  IF entry-team = "TEAMMATES" OR entry-team = WAIVER-HOLD-TEAM
      OR entry-team = "NONE" OR entry-team = "NO TEAM"
    DISPLAY "REFUSED: " FUNCTION TRIM(entry-team)
      " CANNOT ENTER A WAIVER CLAIM."
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Waivers
  IF waivers-missing
    DISPLAY "NOBODY IS ON WAIVERS."
    CLOSE Waivers
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Waiver-Status
  MOVE entry-short-name TO wv-short-name
  READ Waivers
    INVALID KEY
      DISPLAY FUNCTION TRIM(entry-short-name) " IS NOT ON WAIVERS."
      CLOSE Waivers
      ADD 1 TO run-rejected-count
      EXIT PARAGRAPH
  END-READ

  PERFORM Load-Waiver-Today
  EVALUATE TRUE
    WHEN NOT waiver-pending
      DISPLAY "REFUSED: THE WAIVER ON " FUNCTION TRIM(wv-short-name)
        " HAS ALREADY BEEN SETTLED."
    WHEN waiver-today > wv-expiry-date
      DISPLAY "REFUSED: THE WAIVER PERIOD ENDED " wv-expiry-date
    WHEN entry-team = wv-released-by
      DISPLAY "REFUSED: " FUNCTION TRIM(entry-team)
        " RELEASED THIS CHARACTER."
    WHEN wv-claim-count >= 12
      DISPLAY "REFUSED: THE CLAIM LIST IS FULL."
    WHEN OTHER
      PERFORM Add-Waiver-Claim
  END-EVALUATE
  CLOSE Waivers.

Add-Waiver-Claim.
  MOVE ZERO TO claim-found
  PERFORM VARYING WC-INDEX FROM 1 BY 1
      UNTIL WC-INDEX > wv-claim-count
    IF wv-claim-team(WC-INDEX) = entry-team
      SET claim-already-entered TO TRUE
    END-IF
  END-PERFORM
  IF claim-already-entered
    DISPLAY FUNCTION TRIM(entry-team) " HAS ALREADY CLAIMED "
      FUNCTION TRIM(wv-short-name) "."
    ADD 1 TO run-rejected-count
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO wv-claim-count
  SET WC-INDEX TO wv-claim-count
  MOVE entry-team TO wv-claim-team(WC-INDEX)
  MOVE waiver-today TO wv-claim-date(WC-INDEX)
  REWRITE Waiver-Record
  PERFORM Check-Waiver-Status

  ADD 1 TO run-changed-count
  DISPLAY "CLAIM ENTERED: " FUNCTION TRIM(entry-team) " FOR "
    FUNCTION TRIM(wv-short-name) " (" wv-claim-count
    " CLAIM(S) ON FILE)".

List-Waivers.
  OPEN INPUT Waivers
  IF waivers-missing
    DISPLAY "NOBODY IS ON WAIVERS."
    CLOSE Waivers
    EXIT PARAGRAPH
  END-IF
  DISPLAY "CHARACTER  RELEASED BY          EXPIRES  S CLAIMS"
    " AWARDED TO"
  MOVE LOW-VALUE TO wv-short-name
  START Waivers KEY >= wv-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-waivers
        READ Waivers NEXT RECORD
          AT END
            SET end-of-waivers TO TRUE
          NOT AT END
            DISPLAY wv-short-name " " wv-released-by " "
              wv-expiry-date " " wv-status " " wv-claim-count
              "     " wv-awarded-to
        END-READ
      END-PERFORM
  END-START
  CLOSE Waivers.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Write-Audit-Entry.
  MOVE entry-short-name TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  MOVE "TEAM" TO audit-field

  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Waiver-Status
              STATUS-FIELD BY waiver-status
              PROGRAM-TAG BY "WAIVER-DESK"
              FILE-TAG BY "WAIVERS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "WAIVER-DESK"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-DESK".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-DESK".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "WAIVER-DESK".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
