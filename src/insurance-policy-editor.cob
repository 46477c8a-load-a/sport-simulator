IDENTIFICATION DIVISION.
PROGRAM-ID. Insurance-Policy-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Insurance-Policies ASSIGN TO "data/insurance-policies.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ip-policy-key
    FILE STATUS IS policy-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Insurance-Policies
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Insurance-Policy-Record.

  COPY "src/copy/file-description/insurance-policy-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".

  01 policy-status PIC 99.
    88 end-of-policies VALUE 10.
    88 policies-missing VALUE 35.
  01 File-Status PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10).

  78 MAXIMUM-COVERAGE-PERCENT VALUE 100.

  01 editor-choice PIC X.
    88 add-chosen    VALUES "A", "a".
    88 cancel-chosen VALUES "C", "c".
    88 list-chosen   VALUES "L", "l".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 entry-short-name PIC X(10).
  01 entry-premium PIC 9(5).
  01 entry-waiting-days PIC 9(3).
  01 entry-coverage-percent PIC 9(3).
  01 character-team PIC X(20).
  01 character-per-diem PIC 99.
  01 record-found PIC 9 VALUE ZERO.
    88 policy-was-found VALUE 1.
  01 policy-listed-count PIC 9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "[A]DD OR CHANGE POLICY, [C]ANCEL POLICY, [L]IST POLICIES"
    DISPLAY "OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN add-chosen
        PERFORM Add-One-Policy
      WHEN cancel-chosen
        PERFORM Cancel-One-Policy
      WHEN list-chosen
        PERFORM List-Policies
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Ask-Policy-Key.
  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  DISPLAY "CHARACTER SHORT NAME: " WITH NO ADVANCING
  ACCEPT entry-short-name
  MOVE FUNCTION UPPER-CASE(entry-short-name) TO entry-short-name.

Add-One-Policy.
  PERFORM Ask-Policy-Key
  IF entry-team = SPACES OR entry-short-name = SPACES
    DISPLAY "TEAM AND CHARACTER ARE BOTH REQUIRED."
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO character-team
  OPEN INPUT CharacterSheet
    MOVE entry-short-name TO short-name
    READ CharacterSheet
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF teammate
          MOVE "TEAMMATES" TO character-team
        ELSE
          MOVE team TO character-team
        END-IF
        MOVE per-diem TO character-per-diem
    END-READ
  CLOSE CharacterSheet
  IF character-team = SPACES
    DISPLAY "NO CHARACTER " FUNCTION TRIM(entry-short-name)
      " ON FILE."
    EXIT PARAGRAPH
  END-IF
  IF character-team NOT = entry-team
    DISPLAY "NOTE: " FUNCTION TRIM(entry-short-name)
      " CURRENTLY PLAYS FOR " FUNCTION TRIM(character-team)
      "; CLAIMS ONLY PAY WHILE ON " FUNCTION TRIM(entry-team) "."
  END-IF
  DISPLAY "PER-DIEM ON FILE: $" character-per-diem

  DISPLAY "MONTHLY PREMIUM ($): " WITH NO ADVANCING
  ACCEPT entry-premium
  DISPLAY "WAITING PERIOD (DAYS): " WITH NO ADVANCING
  ACCEPT entry-waiting-days
  DISPLAY "COVERAGE PERCENT OF PER-DIEM (1-"
    MAXIMUM-COVERAGE-PERCENT "): " WITH NO ADVANCING
  ACCEPT entry-coverage-percent
  IF entry-coverage-percent = ZERO
      OR entry-coverage-percent > MAXIMUM-COVERAGE-PERCENT
    DISPLAY "INVALID COVERAGE PERCENT."
    EXIT PARAGRAPH
  END-IF

  PERFORM Load-Season-Clock
  PERFORM Load-Operator-Id

  OPEN I-O Insurance-Policies
  IF policies-missing
    OPEN OUTPUT Insurance-Policies
  END-IF
  MOVE ZERO TO record-found
  MOVE entry-team TO ip-team-name
  MOVE entry-short-name TO ip-short-name
  READ Insurance-Policies
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET policy-was-found TO TRUE
  END-READ

  IF NOT policy-was-found OR policy-cancelled
    MOVE ZERO TO ip-last-premium-period ip-last-claim-date
    IF NOT policy-was-found
      MOVE ZERO TO ip-premiums-paid ip-claims-paid ip-claim-days
    END-IF
    IF season-clock-found
      MOVE clock-date TO ip-start-date
    ELSE
      MOVE FUNCTION CURRENT-DATE(1:8) TO ip-start-date
    END-IF
  END-IF
  MOVE entry-team TO ip-team-name
  MOVE entry-short-name TO ip-short-name
  MOVE entry-premium TO ip-premium
  MOVE entry-waiting-days TO ip-waiting-days
  MOVE entry-coverage-percent TO ip-coverage-percent
  SET policy-active TO TRUE
  MOVE operator-id TO ip-entered-by
  IF policy-was-found
    REWRITE Insurance-Policy-Record
  ELSE
    WRITE Insurance-Policy-Record
  END-IF
  CLOSE Insurance-Policies

  DISPLAY FUNCTION TRIM(entry-short-name) " INSURED BY "
    FUNCTION TRIM(entry-team) " FROM " ip-start-date ": "
    ip-coverage-percent "% AFTER " ip-waiting-days " DAY(S), $"
    ip-premium " A MONTH.".

Cancel-One-Policy.
  PERFORM Ask-Policy-Key
  OPEN I-O Insurance-Policies
  IF policies-missing
    CLOSE Insurance-Policies
    DISPLAY "NO POLICIES ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO ip-team-name
  MOVE entry-short-name TO ip-short-name
  READ Insurance-Policies
    INVALID KEY
      DISPLAY "NO SUCH POLICY."
    NOT INVALID KEY
      PERFORM Load-Operator-Id
      SET policy-cancelled TO TRUE
      MOVE operator-id TO ip-entered-by
      REWRITE Insurance-Policy-Record
      DISPLAY "POLICY CANCELLED; PREMIUMS AND CLAIMS TO DATE KEPT."
  END-READ
  CLOSE Insurance-Policies.

List-Policies.
  MOVE ZERO TO policy-listed-count
  OPEN INPUT Insurance-Policies
  IF policies-missing
    CLOSE Insurance-Policies
    DISPLAY "NO POLICIES ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO ip-policy-key
  START Insurance-Policies KEY >= ip-policy-key
    INVALID KEY
      DISPLAY "NO POLICIES ON FILE."
    NOT INVALID KEY
      DISPLAY "TEAM                 CHARACTER  PREM  WAIT COV S"
        " PREMIUMS  CLAIMS"
      PERFORM UNTIL end-of-policies
        READ Insurance-Policies NEXT RECORD
          AT END
            SET end-of-policies TO TRUE
          NOT AT END
            ADD 1 TO policy-listed-count
            DISPLAY ip-team-name " " ip-short-name " " ip-premium
              " " ip-waiting-days "  " ip-coverage-percent " "
              ip-status " " ip-premiums-paid " " ip-claims-paid
        END-READ
      END-PERFORM
  END-START
  CLOSE Insurance-Policies
  DISPLAY policy-listed-count " POLICY(IES)".

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

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
