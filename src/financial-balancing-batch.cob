IDENTIFICATION DIVISION.
PROGRAM-ID. Financial-Balancing-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

  SELECT Report-Print ASSIGN TO "data/financial-balancing.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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
FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 treasury-status PIC 99.
    88 end-of-treasury VALUE 10.
    88 treasury-missing VALUE 35.
  01 team-ledger-status PIC 99.
    88 end-of-team-ledger VALUE 10.
    88 team-ledger-missing VALUE 35.
  01 pay-ledger-status PIC 99.
    88 end-of-pay-ledger VALUE 10.
    88 pay-ledger-missing VALUE 35.
  01 error-log-status PIC 99.

  01 Balance-Team-Table.
    02 Balance-Team-Entry OCCURS 100 TIMES INDEXED BY BT-INDEX.
      03 bt-team-name       PIC X(20).
      03 bt-treasury        PIC S9(9).
      03 bt-ledger-total    PIC S9(11).
      03 bt-ledger-perdiem  PIC S9(11).
      03 bt-ledger-bonus    PIC S9(11).
      03 bt-ledger-pension  PIC S9(11).
      03 bt-ledger-royalty  PIC S9(11).
      03 bt-ledger-jobpay   PIC S9(11).
      03 bt-pay-perdiem     PIC 9(11).
      03 bt-pay-bonus       PIC 9(11).
      03 bt-pay-pension     PIC 9(11).
      03 bt-pay-royalty     PIC 9(11).
      03 bt-pay-jobpay      PIC 9(11).
  01 balance-team-count PIC 9(3) VALUE ZERO.
  01 balance-lookup-team PIC X(20).
  01 bt-found PIC 9 VALUE ZERO.
    88 bt-team-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 balance-table-overflowed VALUE 1.

  01 ledger-rows PIC 9(7) VALUE ZERO.
  01 pay-rows    PIC 9(7) VALUE ZERO.
  01 team-difference PIC S9(11).
  01 perdiem-difference PIC S9(11).
  01 bonus-difference PIC S9(11).
  01 pension-difference PIC S9(11).
  01 royalty-difference PIC S9(11).
  01 jobpay-difference PIC S9(11).
  01 team-off-flag PIC 9 VALUE ZERO.
    88 team-is-off VALUE 1.
  01 out-of-balance-count PIC 9(3) VALUE ZERO.

  01 treasury-out PIC -(10)9.
  01 ledger-out PIC -(10)9.
  01 difference-out PIC -(10)9.
  01 pay-out PIC -(10)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  INITIALIZE Balance-Team-Table
  PERFORM Load-Treasury-Balances
  PERFORM Sum-Team-Ledger
  PERFORM Sum-Pay-Ledger

  MOVE "NIGHTLY FINANCIAL BALANCING" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Balancing-Report
  CLOSE Report-Print

  MOVE balance-team-count TO run-processed-count
  MOVE out-of-balance-count TO run-rejected-count
  IF out-of-balance-count > ZERO OR balance-table-overflowed
    MOVE "OUTOFBAL" TO run-completion-status
    DISPLAY "*** " out-of-balance-count " TEAM(S) OUT OF BALANCE;"
      " SEE data/financial-balancing.prt ***"
  ELSE
    DISPLAY "BOOKS BALANCE FOR " balance-team-count " TEAM(S)."
  END-IF
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "TEAM                 CHECK      BOOK FIGURE  COMPARED TO   DIFFERENCE"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Treasury-Balances.
  OPEN INPUT Treasury
  IF treasury-missing
    CLOSE Treasury
    EXIT PARAGRAPH
  END-IF
  PERFORM Check-Treasury-Status
  MOVE LOW-VALUE TO tr-team-name
  START Treasury KEY >= tr-team-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-treasury
        READ Treasury NEXT RECORD
          AT END
            SET end-of-treasury TO TRUE
          NOT AT END
            MOVE tr-team-name TO balance-lookup-team
            PERFORM Add-Balance-Team
            IF bt-team-was-found
              MOVE tr-balance TO bt-treasury(BT-INDEX)
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Treasury.

Sum-Team-Ledger.
  OPEN INPUT Team-Ledger
  IF team-ledger-missing
    CLOSE Team-Ledger
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-team-ledger
    READ Team-Ledger
      AT END
        SET end-of-team-ledger TO TRUE
      NOT AT END
        MOVE tl-team TO balance-lookup-team
        PERFORM Find-Balance-Team
        IF bt-team-was-found
          ADD 1 TO ledger-rows
          ADD tl-amount TO bt-ledger-total(BT-INDEX)
          EVALUATE tl-category
            WHEN "PERDIEM"
              ADD tl-amount TO bt-ledger-perdiem(BT-INDEX)
            WHEN "BONUS"
              ADD tl-amount TO bt-ledger-bonus(BT-INDEX)
            WHEN "PENSION"
              ADD tl-amount TO bt-ledger-pension(BT-INDEX)
            WHEN "ROYALTY"
              ADD tl-amount TO bt-ledger-royalty(BT-INDEX)
            WHEN "JOBPAY"
              ADD tl-amount TO bt-ledger-jobpay(BT-INDEX)
          END-EVALUATE
        END-IF
    END-READ
  END-PERFORM
  CLOSE Team-Ledger.

Sum-Pay-Ledger.
  OPEN INPUT Pay-Ledger
  IF pay-ledger-missing
    CLOSE Pay-Ledger
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-pay-ledger
    READ Pay-Ledger
      AT END
        SET end-of-pay-ledger TO TRUE
      NOT AT END
        IF pl-team NOT = SPACES AND pl-team NOT = "NONE"
            AND pl-team NOT = "NO TEAM" AND pl-team NOT = "WAIVERS"
          MOVE pl-team TO balance-lookup-team
          PERFORM Find-Balance-Team
          IF bt-team-was-found
            ADD 1 TO pay-rows
            EVALUATE TRUE
              WHEN pl-bonus-posting
                ADD pl-amount TO bt-pay-bonus(BT-INDEX)
              WHEN pl-pension-posting
                ADD pl-amount TO bt-pay-pension(BT-INDEX)
              WHEN pl-royalty-posting
                ADD pl-amount TO bt-pay-royalty(BT-INDEX)
              WHEN pl-job-posting
                ADD pl-amount TO bt-pay-jobpay(BT-INDEX)
              WHEN OTHER
                ADD pl-amount TO bt-pay-perdiem(BT-INDEX)
            END-EVALUATE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Pay-Ledger.

Find-Balance-Team.
  MOVE ZERO TO bt-found
  PERFORM VARYING BT-INDEX FROM 1 BY 1
      UNTIL BT-INDEX > balance-team-count OR bt-team-was-found
    IF bt-team-name(BT-INDEX) = balance-lookup-team
      SET bt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF bt-team-was-found
    SET BT-INDEX DOWN BY 1
  END-IF.

Add-Balance-Team.
  PERFORM Find-Balance-Team
  IF bt-team-was-found
    EXIT PARAGRAPH
  END-IF
  IF balance-team-count >= 100
    SET balance-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO balance-team-count
  SET BT-INDEX TO balance-team-count
  MOVE balance-lookup-team TO bt-team-name(BT-INDEX)
  SET bt-team-was-found TO TRUE.

Print-Balancing-Report.
  MOVE SPACES TO print-line
  STRING "TEAM-LEDGER ROWS: " ledger-rows "   PAY-LEDGER ROWS: "
    pay-rows DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  PERFORM Print-Column-Headings

  PERFORM VARYING BT-INDEX FROM 1 BY 1
      UNTIL BT-INDEX > balance-team-count
    PERFORM Balance-One-Team
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  IF balance-table-overflowed
    MOVE "*** MORE THAN 100 TEAMS IN THE TREASURY; LATER ONES NOT CHECKED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  IF out-of-balance-count = ZERO
    STRING "ALL " balance-team-count " TEAM(S) IN BALANCE."
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING out-of-balance-count " OF " balance-team-count
      " TEAM(S) OUT OF BALANCE."
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line.

Balance-One-Team.
  MOVE ZERO TO team-off-flag
  COMPUTE team-difference =
    bt-ledger-total(BT-INDEX) - bt-treasury(BT-INDEX)
  COMPUTE perdiem-difference =
    bt-pay-perdiem(BT-INDEX) + bt-ledger-perdiem(BT-INDEX)
  COMPUTE bonus-difference =
    bt-pay-bonus(BT-INDEX) + bt-ledger-bonus(BT-INDEX)
  COMPUTE pension-difference =
    bt-pay-pension(BT-INDEX) + bt-ledger-pension(BT-INDEX)
  COMPUTE royalty-difference =
    bt-pay-royalty(BT-INDEX) + bt-ledger-royalty(BT-INDEX)
  COMPUTE jobpay-difference =
    bt-pay-jobpay(BT-INDEX) + bt-ledger-jobpay(BT-INDEX)

  IF team-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-ledger-total(BT-INDEX) TO ledger-out
    MOVE bt-treasury(BT-INDEX) TO treasury-out
    MOVE team-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " LEDGER    " ledger-out
      " " treasury-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF perdiem-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-pay-perdiem(BT-INDEX) TO pay-out
    COMPUTE ledger-out = ZERO - bt-ledger-perdiem(BT-INDEX)
    MOVE perdiem-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " PERDIEM  " pay-out
      " " ledger-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF bonus-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-pay-bonus(BT-INDEX) TO pay-out
    COMPUTE ledger-out = ZERO - bt-ledger-bonus(BT-INDEX)
    MOVE bonus-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " BONUS    " pay-out
      " " ledger-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF pension-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-pay-pension(BT-INDEX) TO pay-out
    COMPUTE ledger-out = ZERO - bt-ledger-pension(BT-INDEX)
    MOVE pension-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " PENSION  " pay-out
      " " ledger-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF royalty-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-pay-royalty(BT-INDEX) TO pay-out
    COMPUTE ledger-out = ZERO - bt-ledger-royalty(BT-INDEX)
    MOVE royalty-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " ROYALTY  " pay-out
      " " ledger-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF jobpay-difference NOT = ZERO
    SET team-is-off TO TRUE
    MOVE bt-pay-jobpay(BT-INDEX) TO pay-out
    COMPUTE ledger-out = ZERO - bt-ledger-jobpay(BT-INDEX)
    MOVE jobpay-difference TO difference-out
    MOVE SPACES TO print-line
    STRING bt-team-name(BT-INDEX) " JOBPAY   " pay-out
      " " ledger-out " " difference-out
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF

  IF team-is-off
    ADD 1 TO out-of-balance-count
    DISPLAY "OUT OF BALANCE: " FUNCTION TRIM(bt-team-name(BT-INDEX))
      " LEDGER-VS-TREASURY " team-difference
      " PERDIEM " perdiem-difference " BONUS " bonus-difference
      " PENSION " pension-difference " ROYALTY " royalty-difference
      " JOBPAY " jobpay-difference
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Treasury-Status
              STATUS-FIELD BY treasury-status
              PROGRAM-TAG BY "FINANCIAL-BALANCING"
              FILE-TAG BY "TREASURY".

  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "FINANCIAL-BALANCING".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
