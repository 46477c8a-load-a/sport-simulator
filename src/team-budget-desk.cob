IDENTIFICATION DIVISION.
PROGRAM-ID. Team-Budget-Desk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Team-Budget ASSIGN TO "data/team-budget.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS bg-budget-key
    FILE STATUS IS team-budget-status.

  SELECT Budget-Import ASSIGN TO "data/team-budget.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS budget-import-status.

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
FD Team-Budget
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Budget-Record.

  COPY "src/copy/file-description/team-budget-record.cpy".

FD Budget-Import.
  01 import-line PIC X(80).

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 team-budget-status PIC 99.
    88 end-of-team-budget VALUE 10.
    88 team-budget-missing VALUE 35.
  01 budget-import-status PIC 99.
    88 end-of-budget-import VALUE 10.
    88 budget-import-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  01 error-log-status PIC 99.

  01 desk-choice PIC X.
    88 enter-chosen  VALUES "E", "e".
    88 import-chosen VALUES "I", "i".
    88 list-chosen   VALUES "L", "l".
    88 remove-chosen VALUES "R", "r".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 entry-year PIC 9(4).
  01 entry-month PIC 99.
    88 valid-entry-month VALUES 1 THRU 13.
  01 entry-category PIC X(8).
  01 entry-amount-text PIC X(12).
  01 entry-amount PIC S9(9).
  01 entry-valid-flag PIC 9 VALUE ZERO.
    88 budget-entry-valid VALUE 1.
  01 budget-record-found PIC 9 VALUE ZERO.
    88 budget-was-found VALUE 1.

  01 import-team-text PIC X(20).
  01 import-year-text PIC X(6).
  01 import-month-text PIC X(4).
  01 import-category-text PIC X(10).
  01 import-line-count PIC 9(5) VALUE ZERO.
  01 import-loaded-count PIC 9(5) VALUE ZERO.
  01 import-rejected-count PIC 9(5) VALUE ZERO.

  01 list-team PIC X(20).
  01 list-year PIC 9(4).
  01 list-row-count PIC 9(5) VALUE ZERO.
  01 amount-edit PIC -(9)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-Operator-Id
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== TEAM BUDGET DESK ==="
    DISPLAY "[E]NTER BUDGET LINE, [I]MPORT CSV, [L]IST, [R]EMOVE"
      " OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
      WHEN enter-chosen
        PERFORM Enter-Budget-Line
      WHEN import-chosen
        PERFORM Import-Budget-File
      WHEN list-chosen
        PERFORM List-Team-Budget
      WHEN remove-chosen
        PERFORM Remove-Budget-Line
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Enter-Budget-Line.
  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  DISPLAY "BUDGET YEAR: " WITH NO ADVANCING
  ACCEPT entry-year
  DISPLAY "BUDGET MONTH (1-13): " WITH NO ADVANCING
  ACCEPT entry-month
  DISPLAY "LEDGER CATEGORY (PERDIEM, SPONSOR, GATE ...): "
    WITH NO ADVANCING
  ACCEPT entry-category
  MOVE FUNCTION UPPER-CASE(entry-category) TO entry-category
  DISPLAY "AMOUNT (NEGATIVE FOR SPENDING): " WITH NO ADVANCING
  ACCEPT entry-amount-text

  PERFORM Validate-Budget-Entry
  IF NOT budget-entry-valid
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Team-Budget
  IF team-budget-missing
    OPEN OUTPUT Team-Budget
    CLOSE Team-Budget
    OPEN I-O Team-Budget
  END-IF
  PERFORM Store-Budget-Line
  CLOSE Team-Budget
  MOVE entry-amount TO amount-edit
  DISPLAY "BUDGET " FUNCTION TRIM(entry-team) " " entry-year "/"
    entry-month " " entry-category " SET TO " amount-edit.

Validate-Budget-Entry.
  MOVE ZERO TO entry-valid-flag
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF
  IF entry-year = ZERO
    DISPLAY "NO YEAR GIVEN."
    EXIT PARAGRAPH
  END-IF
  IF NOT valid-entry-month
    DISPLAY "MONTH MUST BE 1 THROUGH 13."
    EXIT PARAGRAPH
  END-IF
  IF entry-category = SPACES
    DISPLAY "NO CATEGORY GIVEN."
    EXIT PARAGRAPH
  END-IF
  IF entry-amount-text = SPACES
      OR FUNCTION TEST-NUMVAL(entry-amount-text) NOT = ZERO
    DISPLAY "AMOUNT IS NOT A NUMBER: " entry-amount-text
    EXIT PARAGRAPH
  END-IF
  MOVE FUNCTION NUMVAL(entry-amount-text) TO entry-amount
  SET budget-entry-valid TO TRUE.

Store-Budget-Line.
  MOVE ZERO TO budget-record-found
  MOVE entry-team TO bg-team
  MOVE entry-year TO bg-year
  MOVE entry-month TO bg-month
  MOVE entry-category TO bg-category
  READ Team-Budget
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET budget-was-found TO TRUE
  END-READ

  MOVE entry-team TO bg-team
  MOVE entry-year TO bg-year
  MOVE entry-month TO bg-month
  MOVE entry-category TO bg-category
  MOVE entry-amount TO bg-amount
  MOVE FUNCTION CURRENT-DATE(1:8) TO bg-entered-date
  MOVE operator-id TO bg-entered-by
  IF budget-was-found
    REWRITE Team-Budget-Record
  ELSE
    WRITE Team-Budget-Record
  END-IF.

Import-Budget-File.
  MOVE ZERO TO import-line-count
  MOVE ZERO TO import-loaded-count
  MOVE ZERO TO import-rejected-count
  MOVE "COMPLETE" TO run-completion-status
  PERFORM Capture-Run-Start
  OPEN INPUT Budget-Import
  IF budget-import-missing
    DISPLAY "NO IMPORT FILE data/team-budget.csv"
    CLOSE Budget-Import
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Team-Budget
  IF team-budget-missing
    OPEN OUTPUT Team-Budget
    CLOSE Team-Budget
    OPEN I-O Team-Budget
  END-IF

  MOVE ZERO TO budget-import-status
  PERFORM UNTIL end-of-budget-import
    READ Budget-Import
      AT END
        SET end-of-budget-import TO TRUE
      NOT AT END
        ADD 1 TO import-line-count
        PERFORM Import-One-Line
    END-READ
  END-PERFORM
  CLOSE Team-Budget
  CLOSE Budget-Import

  DISPLAY "IMPORTED " import-loaded-count " BUDGET LINE(S); "
    import-rejected-count " REJECTED."
  MOVE import-line-count TO run-processed-count
  MOVE import-loaded-count TO run-changed-count
  MOVE import-rejected-count TO run-rejected-count
  PERFORM Write-Run-History-Entry.

Import-One-Line.
  IF import-line = SPACES
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO import-team-text import-year-text import-month-text
    import-category-text entry-amount-text
  UNSTRING import-line DELIMITED BY ","
    INTO import-team-text import-year-text import-month-text
      import-category-text entry-amount-text
  END-UNSTRING
  MOVE FUNCTION UPPER-CASE(import-team-text) TO import-team-text

  IF import-team-text = "TEAM"
    EXIT PARAGRAPH
  END-IF

  IF FUNCTION TEST-NUMVAL(import-year-text) NOT = ZERO
      OR FUNCTION TEST-NUMVAL(import-month-text) NOT = ZERO
    DISPLAY "LINE " import-line-count " REJECTED: BAD YEAR OR MONTH"
    ADD 1 TO import-rejected-count
    EXIT PARAGRAPH
  END-IF
  MOVE FUNCTION TRIM(import-team-text) TO entry-team
  MOVE FUNCTION NUMVAL(import-year-text) TO entry-year
  MOVE FUNCTION NUMVAL(import-month-text) TO entry-month
  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(import-category-text))
    TO entry-category

  PERFORM Validate-Budget-Entry
  IF NOT budget-entry-valid
    DISPLAY "LINE " import-line-count " REJECTED"
    ADD 1 TO import-rejected-count
    EXIT PARAGRAPH
  END-IF
  PERFORM Store-Budget-Line
  ADD 1 TO import-loaded-count.

List-Team-Budget.
  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT list-team
  MOVE FUNCTION UPPER-CASE(list-team) TO list-team
  DISPLAY "BUDGET YEAR: " WITH NO ADVANCING
  ACCEPT list-year
  MOVE ZERO TO list-row-count

  OPEN INPUT Team-Budget
  IF team-budget-missing
    DISPLAY "NO BUDGET ON FILE."
    CLOSE Team-Budget
    EXIT PARAGRAPH
  END-IF
  MOVE list-team TO bg-team
  MOVE list-year TO bg-year
  MOVE ZERO TO bg-month
  MOVE LOW-VALUES TO bg-category
  START Team-Budget KEY >= bg-budget-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      DISPLAY "MONTH CATEGORY       AMOUNT  ENTERED  BY"
      PERFORM UNTIL end-of-team-budget
        READ Team-Budget NEXT RECORD
          AT END
            SET end-of-team-budget TO TRUE
          NOT AT END
            IF bg-team NOT = list-team OR bg-year NOT = list-year
              SET end-of-team-budget TO TRUE
            ELSE
              ADD 1 TO list-row-count
              MOVE bg-amount TO amount-edit
              DISPLAY "  " bg-month "  " bg-category " " amount-edit
                "  " bg-entered-date " " bg-entered-by
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Team-Budget
  IF list-row-count = ZERO
    DISPLAY "NO BUDGET LINES FOR " FUNCTION TRIM(list-team) " "
      list-year
  END-IF.

Remove-Budget-Line.
  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  DISPLAY "BUDGET YEAR: " WITH NO ADVANCING
  ACCEPT entry-year
  DISPLAY "BUDGET MONTH (1-13): " WITH NO ADVANCING
  ACCEPT entry-month
  DISPLAY "LEDGER CATEGORY: " WITH NO ADVANCING
  ACCEPT entry-category
  MOVE FUNCTION UPPER-CASE(entry-category) TO entry-category

  OPEN I-O Team-Budget
  IF team-budget-missing
    DISPLAY "NO BUDGET ON FILE."
    CLOSE Team-Budget
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO bg-team
  MOVE entry-year TO bg-year
  MOVE entry-month TO bg-month
  MOVE entry-category TO bg-category
  READ Team-Budget
    INVALID KEY
      DISPLAY "NO SUCH BUDGET LINE."
    NOT INVALID KEY
      DELETE Team-Budget RECORD
      DISPLAY "BUDGET LINE REMOVED."
  END-READ
  CLOSE Team-Budget.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TEAM-BUDGET-IMPORT".
