IDENTIFICATION DIVISION.
PROGRAM-ID. Chart-Of-Accounts-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Chart-Of-Accounts ASSIGN TO "data/chart-of-accounts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ca-mapping-key
    FILE STATUS IS chart-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

DATA DIVISION.
FILE SECTION.
FD Chart-Of-Accounts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Chart-Of-Accounts-Record.

  COPY "src/copy/file-description/chart-of-accounts-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

WORKING-STORAGE SECTION.
  01 chart-status PIC 99.
    88 end-of-chart VALUE 10.
    88 chart-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10).

  01 editor-choice PIC X.
    88 add-chosen    VALUES "A", "a".
    88 delete-chosen VALUES "D", "d".
    88 list-chosen   VALUES "L", "l".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-category PIC X(8).
  01 entry-team PIC X(20).
  01 entry-gl-account PIC X(10).
  01 entry-offset-account PIC X(10).
  01 entry-cost-centre PIC X(6).
  01 entry-description PIC X(30).
  01 record-found PIC 9 VALUE ZERO.
    88 mapping-was-found VALUE 1.
  01 mapping-listed-count PIC 9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== CHART OF ACCOUNTS MAPPING ==="
    DISPLAY "[A]DD OR CHANGE MAPPING, [D]ELETE MAPPING, [L]IST MAPPINGS"
    DISPLAY "OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN add-chosen
        PERFORM Add-One-Mapping
      WHEN delete-chosen
        PERFORM Delete-One-Mapping
      WHEN list-chosen
        PERFORM List-Mappings
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Ask-Mapping-Key.
  DISPLAY "LEDGER CATEGORY (E.G. SPONSOR, WHDUES): " WITH NO ADVANCING
  ACCEPT entry-category
  MOVE FUNCTION UPPER-CASE(entry-category) TO entry-category
  DISPLAY "TEAM (ANY = EVERY TEAM): " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    MOVE "ANY" TO entry-team
  END-IF.

Add-One-Mapping.
  PERFORM Ask-Mapping-Key
  IF entry-category = SPACES
    DISPLAY "CATEGORY IS REQUIRED."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "GL ACCOUNT FOR THE CATEGORY: " WITH NO ADVANCING
  ACCEPT entry-gl-account
  MOVE FUNCTION UPPER-CASE(entry-gl-account) TO entry-gl-account
  DISPLAY "OFFSETTING GL ACCOUNT (CASH OR CLEARING): "
    WITH NO ADVANCING
  ACCEPT entry-offset-account
  MOVE FUNCTION UPPER-CASE(entry-offset-account)
    TO entry-offset-account
  DISPLAY "COST CENTRE: " WITH NO ADVANCING
  ACCEPT entry-cost-centre
  MOVE FUNCTION UPPER-CASE(entry-cost-centre) TO entry-cost-centre
  IF entry-gl-account = SPACES OR entry-offset-account = SPACES
    DISPLAY "BOTH GL ACCOUNTS ARE REQUIRED."
    EXIT PARAGRAPH
  END-IF
  IF entry-gl-account = entry-offset-account
    DISPLAY "THE OFFSETTING ACCOUNT MUST DIFFER FROM THE GL ACCOUNT."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "DESCRIPTION: " WITH NO ADVANCING
  ACCEPT entry-description
  MOVE FUNCTION UPPER-CASE(entry-description) TO entry-description

  PERFORM Load-Operator-Id
  MOVE ZERO TO chart-status
  OPEN I-O Chart-Of-Accounts
  IF chart-missing
    OPEN OUTPUT Chart-Of-Accounts
  END-IF
  MOVE ZERO TO record-found
  MOVE entry-category TO ca-category
  MOVE entry-team TO ca-team
  READ Chart-Of-Accounts
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET mapping-was-found TO TRUE
  END-READ

  MOVE entry-category TO ca-category
  MOVE entry-team TO ca-team
  MOVE entry-gl-account TO ca-gl-account
  MOVE entry-offset-account TO ca-offset-account
  MOVE entry-cost-centre TO ca-cost-centre
  MOVE entry-description TO ca-description
  MOVE operator-id TO ca-entered-by
  MOVE FUNCTION CURRENT-DATE(1:8) TO ca-entered-date
  IF mapping-was-found
    REWRITE Chart-Of-Accounts-Record
  ELSE
    WRITE Chart-Of-Accounts-Record
  END-IF
  CLOSE Chart-Of-Accounts

  DISPLAY FUNCTION TRIM(entry-category) "/"
    FUNCTION TRIM(entry-team) ": ACCOUNT "
    FUNCTION TRIM(ca-gl-account) " OFFSET "
    FUNCTION TRIM(ca-offset-account) " COST CENTRE "
    FUNCTION TRIM(ca-cost-centre) ".".

Delete-One-Mapping.
  PERFORM Ask-Mapping-Key
  MOVE ZERO TO chart-status
  OPEN I-O Chart-Of-Accounts
  IF chart-missing
    CLOSE Chart-Of-Accounts
    DISPLAY "NO CHART OF ACCOUNTS ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE entry-category TO ca-category
  MOVE entry-team TO ca-team
  DELETE Chart-Of-Accounts
    INVALID KEY
      DISPLAY "NO SUCH MAPPING."
    NOT INVALID KEY
      DISPLAY "MAPPING DELETED."
  END-DELETE
  CLOSE Chart-Of-Accounts.

List-Mappings.
  MOVE ZERO TO mapping-listed-count
  MOVE ZERO TO chart-status
  OPEN INPUT Chart-Of-Accounts
  IF chart-missing
    CLOSE Chart-Of-Accounts
    DISPLAY "NO CHART OF ACCOUNTS ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO ca-mapping-key
  START Chart-Of-Accounts KEY >= ca-mapping-key
    INVALID KEY
      DISPLAY "NO CHART OF ACCOUNTS ON FILE."
    NOT INVALID KEY
      DISPLAY "CATEGORY TEAM                 ACCOUNT    OFFSET     CENTRE"
        " DESCRIPTION"
      PERFORM UNTIL end-of-chart
        READ Chart-Of-Accounts NEXT RECORD
          AT END
            SET end-of-chart TO TRUE
          NOT AT END
            ADD 1 TO mapping-listed-count
            DISPLAY ca-category " " ca-team " " ca-gl-account " "
              ca-offset-account " " ca-cost-centre " " ca-description
        END-READ
      END-PERFORM
  END-START
  CLOSE Chart-Of-Accounts
  DISPLAY mapping-listed-count " MAPPING(S)".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".
