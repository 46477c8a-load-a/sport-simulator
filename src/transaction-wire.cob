IDENTIFICATION DIVISION.
PROGRAM-ID. Transaction-Wire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Transfer-Log ASSIGN TO "data/transfer-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

  SELECT Trade-Proposals ASSIGN TO "data/trade-proposals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tp-proposal-id
    FILE STATUS IS proposal-status.

  SELECT Player-Loans ASSIGN TO "data/player-loans.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pn-short-name
    FILE STATUS IS player-loan-status.

  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Injury-List ASSIGN TO "data/injury-list.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS in-short-name
    FILE STATUS IS injury-list-status.

  SELECT Suspensions ASSIGN TO "data/suspensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS su-short-name
    FILE STATUS IS suspension-status.

  SELECT Leave-Calendar ASSIGN TO "data/leave-calendar.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lv-short-name
    FILE STATUS IS leave-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Transaction-Wire-Extract
    ASSIGN TO "data/transaction-wire.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS wire-extract-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/transaction-wire.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

FD Trade-Proposals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Trade-Proposal-Record.

  COPY "src/copy/file-description/trade-proposal-record.cpy".

FD Player-Loans
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Loan-Record.

  COPY "src/copy/file-description/player-loan-record.cpy".

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD Injury-List
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Injury-Record.

  COPY "src/copy/file-description/injury-record.cpy".

FD Suspensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Suspension-Record.

  COPY "src/copy/file-description/suspension-record.cpy".

FD Leave-Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Leave-Record.

  COPY "src/copy/file-description/leave-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Transaction-Wire-Extract.
  COPY "src/copy/file-description/transaction-wire-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 transfer-log-status PIC 99.
    88 end-of-transfer-log VALUE 10.
    88 transfer-log-missing VALUE 35.
  01 proposal-status PIC 99.
    88 end-of-proposals VALUE 10.
    88 proposals-missing VALUE 35.
  01 player-loan-status PIC 99.
    88 end-of-player-loans VALUE 10.
    88 player-loans-missing VALUE 35.
  01 contract-status-code PIC 99.
    88 contracts-missing VALUE 35.
  01 injury-list-status PIC 99.
    88 end-of-injury-list VALUE 10.
    88 injury-list-missing VALUE 35.
  01 suspension-status PIC 99.
    88 end-of-suspensions VALUE 10.
    88 suspensions-missing VALUE 35.
  01 leave-status PIC 99.
    88 end-of-leave-calendar VALUE 10.
    88 leave-calendar-missing VALUE 35.
  01 audit-file PIC 99.
    88 end-of-audit VALUE 10.
    88 audit-missing VALUE 35.
  01 File-Status PIC 99.
  01 wire-extract-status PIC 99.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 error-log-status PIC 99.

  78 FREE-AGENT-TEAM VALUE "NONE".
  78 WAIVER-HOLD-TEAM VALUE "WAIVERS".
  78 WIRE-TABLE-LIMIT VALUE 2000.
  78 TRADE-TABLE-LIMIT VALUE 500.

  01 wire-from-date PIC 9(8).
  01 wire-to-date PIC 9(8).
  01 move-date PIC 9(8).

  01 Wire-Table.
    02 Wire-Entry OCCURS 2000 TIMES INDEXED BY WT-INDEX.
      03 wt-sort-key.
        04 wt-date       PIC 9(8).
        04 wt-sequence   PIC 9(4).
      03 wt-type         PIC X(10).
      03 wt-short-name   PIC X(10).
      03 wt-from-team    PIC X(20).
      03 wt-to-team      PIC X(20).
      03 wt-detail       PIC X(30).
  01 wire-count PIC 9(4) VALUE ZERO.
  01 wt-swap-entry PIC X(102).
  01 wt-sort-swapped PIC 9 VALUE ZERO.
    88 wt-entries-swapped VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 wire-table-overflowed VALUE 1.

  01 Trade-Table.
    02 Trade-Entry OCCURS 500 TIMES INDEXED BY TT-INDEX.
      03 tt-proposal-id    PIC 9(4).
      03 tt-from-team      PIC X(20).
      03 tt-to-team        PIC X(20).
      03 tt-from-character PIC X(10).
      03 tt-to-character   PIC X(10).
  01 trade-count PIC 9(3) VALUE ZERO.
  01 trade-match-flag PIC 9 VALUE ZERO.
    88 trade-matched VALUE 1.

  01 new-wire-type PIC X(10).
  01 new-wire-short-name PIC X(10).
  01 new-wire-from-team PIC X(20).
  01 new-wire-to-team PIC X(20).
  01 new-wire-detail PIC X(30).

  01 wire-long-name PIC X(21).
  01 wire-current-team PIC X(20).
  01 current-date-break PIC 9(8).

  01 Wire-Type-Totals.
    02 signed-count    PIC 9(4) VALUE ZERO.
    02 traded-count    PIC 9(4) VALUE ZERO.
    02 loan-count      PIC 9(4) VALUE ZERO.
    02 released-count  PIC 9(4) VALUE ZERO.
    02 injury-count    PIC 9(4) VALUE ZERO.
    02 suspended-count PIC 9(4) VALUE ZERO.
    02 leave-count     PIC 9(4) VALUE ZERO.
    02 other-count     PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
  MOVE ZERO TO wire-count trade-count table-overflow-flag
  INITIALIZE Wire-Type-Totals
  PERFORM Choose-Wire-Dates
  DISPLAY "=== TRANSACTION WIRE " wire-from-date " THROUGH "
    wire-to-date " ==="

  PERFORM Load-Committed-Trades
  PERFORM Gather-Team-Moves
  PERFORM Gather-Prospect-Signings
  PERFORM Gather-Injury-Moves
  PERFORM Gather-Suspensions
  PERFORM Gather-Leave-Moves
  PERFORM Sort-Wire-Table

  MOVE SPACES TO ph-title
  STRING "TRANSACTION WIRE FROM " wire-from-date
    DELIMITED BY SIZE INTO ph-title
  MOVE wire-to-date TO ph-date
  PERFORM Start-Print-Report
  OPEN OUTPUT Transaction-Wire-Extract
  OPEN INPUT CharacterSheet
  PERFORM Print-Wire-Lines
  CLOSE CharacterSheet
  CLOSE Transaction-Wire-Extract
  PERFORM Print-Wire-Totals
  CLOSE Report-Print

  MOVE wire-count TO run-processed-count
  IF wire-table-overflowed
    MOVE 1 TO run-rejected-count
  END-IF
  DISPLAY "WROTE " wire-count " TRANSACTION(S) TO"
    " data/transaction-wire.prt AND data/transaction-wire.dat"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE SPACES TO print-line
  MOVE "DATE     MOVE       CHARACTER  NAME" TO print-line(1:35)
  MOVE "DETAIL" TO print-line(54:6)
  WRITE print-line
  MOVE "         FROM / TO" TO print-line
  WRITE print-line
  ADD 2 TO print-line-count.

Choose-Wire-Dates.
  MOVE ZERO TO control-card-flag
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "TRANSACTION-WIRE"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control

  MOVE FUNCTION CURRENT-DATE(1:8) TO wire-to-date
  IF control-card-found AND rc-date IS NUMERIC AND rc-year > ZERO
    MOVE rc-date TO wire-to-date
  END-IF
  MOVE wire-to-date TO wire-from-date
  IF control-card-found AND rc-filter(1:8) IS NUMERIC
      AND rc-filter(1:8) NOT = "00000000"
    MOVE rc-filter(1:8) TO wire-from-date
  END-IF
  IF wire-from-date > wire-to-date
    DISPLAY "WIRE START " wire-from-date " IS AFTER " wire-to-date
      "; REPORTING " wire-to-date " ONLY."
    MOVE wire-to-date TO wire-from-date
  END-IF.

Load-Committed-Trades.
  MOVE ZERO TO proposal-status
  OPEN INPUT Trade-Proposals
  IF proposals-missing
    CLOSE Trade-Proposals
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO tp-proposal-id
  START Trade-Proposals KEY >= tp-proposal-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-proposals
        READ Trade-Proposals NEXT RECORD
          AT END
            SET end-of-proposals TO TRUE
          NOT AT END
            IF trade-committed AND trade-count < TRADE-TABLE-LIMIT
              ADD 1 TO trade-count
              SET TT-INDEX TO trade-count
              MOVE tp-proposal-id TO tt-proposal-id(TT-INDEX)
              MOVE tp-from-team TO tt-from-team(TT-INDEX)
              MOVE tp-to-team TO tt-to-team(TT-INDEX)
              MOVE tp-from-character TO tt-from-character(TT-INDEX)
              MOVE tp-to-character TO tt-to-character(TT-INDEX)
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Trade-Proposals.

Gather-Team-Moves.
  MOVE ZERO TO transfer-log-status
  OPEN INPUT Transfer-Log
  IF transfer-log-missing
    CLOSE Transfer-Log
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO player-loan-status contract-status-code
  OPEN INPUT Player-Loans
  OPEN INPUT Contracts
  PERFORM UNTIL end-of-transfer-log
    READ Transfer-Log
      AT END
        SET end-of-transfer-log TO TRUE
      NOT AT END
        MOVE log-date TO move-date
        IF move-date >= wire-from-date AND move-date <= wire-to-date
          PERFORM Classify-Team-Move
        END-IF
    END-READ
  END-PERFORM
  CLOSE Contracts
  CLOSE Player-Loans
  CLOSE Transfer-Log.

Classify-Team-Move.
  MOVE log-short-name TO new-wire-short-name
  MOVE log-from-team TO new-wire-from-team
  MOVE log-to-team TO new-wire-to-team
  MOVE SPACES TO new-wire-detail
  EVALUATE TRUE
    WHEN log-to-team = "RETIRED"
      MOVE "RETIRED" TO new-wire-type
      ADD 1 TO other-count
    WHEN log-to-team = FREE-AGENT-TEAM
      MOVE "RELEASED" TO new-wire-type
      ADD 1 TO released-count
    WHEN log-from-team = SPACES OR log-from-team = FREE-AGENT-TEAM
        OR log-from-team = "NO TEAM"
        OR log-from-team = WAIVER-HOLD-TEAM
      MOVE "SIGNED" TO new-wire-type
      ADD 1 TO signed-count
      PERFORM Describe-Contract-Terms
    WHEN OTHER
      PERFORM Classify-Club-To-Club
  END-EVALUATE
  PERFORM Store-Wire-Entry.

Classify-Club-To-Club.
  MOVE "TRANSFER" TO new-wire-type
  IF NOT player-loans-missing
    MOVE log-short-name TO pn-short-name
    READ Player-Loans KEY IS pn-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF pn-home-team = log-from-team
            AND pn-loan-team = log-to-team
          MOVE "LOAN OUT" TO new-wire-type
          STRING "DUE BACK " pn-return-date
            DELIMITED BY SIZE INTO new-wire-detail
          ADD 1 TO loan-count
          EXIT PARAGRAPH
        END-IF
        IF pn-loan-team = log-from-team
            AND pn-home-team = log-to-team
          MOVE "LOAN RTN" TO new-wire-type
          ADD 1 TO loan-count
          EXIT PARAGRAPH
        END-IF
    END-READ
  END-IF

  MOVE ZERO TO trade-match-flag
  PERFORM VARYING TT-INDEX FROM 1 BY 1
      UNTIL TT-INDEX > trade-count OR trade-matched
    IF (tt-from-character(TT-INDEX) = log-short-name
          AND tt-from-team(TT-INDEX) = log-from-team
          AND tt-to-team(TT-INDEX) = log-to-team)
        OR (tt-to-character(TT-INDEX) = log-short-name
          AND tt-to-team(TT-INDEX) = log-from-team
          AND tt-from-team(TT-INDEX) = log-to-team)
      SET trade-matched TO TRUE
      MOVE "TRADED" TO new-wire-type
      STRING "TRADE PROPOSAL " tt-proposal-id(TT-INDEX)
        DELIMITED BY SIZE INTO new-wire-detail
      ADD 1 TO traded-count
    END-IF
  END-PERFORM
  IF NOT trade-matched
    ADD 1 TO other-count
  END-IF.

Describe-Contract-Terms.
  IF contracts-missing
    EXIT PARAGRAPH
  END-IF
  MOVE new-wire-short-name TO ct-short-name
  READ Contracts KEY IS ct-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF contract-active OR contract-proposed
        STRING "CONTRACT " ct-start-year "-" ct-end-year " AT "
          ct-per-diem "/DAY"
          DELIMITED BY SIZE INTO new-wire-detail
      END-IF
  END-READ.

Gather-Prospect-Signings.
  MOVE ZERO TO audit-file
  OPEN INPUT Character-Audit
  IF audit-missing
    CLOSE Character-Audit
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO contract-status-code
  OPEN INPUT Contracts
  PERFORM UNTIL end-of-audit
    READ Character-Audit
      AT END
        SET end-of-audit TO TRUE
      NOT AT END
        IF audit-action = "SIGN"
            AND audit-date >= wire-from-date
            AND audit-date <= wire-to-date
          MOVE audit-date TO move-date
          MOVE "SIGNED" TO new-wire-type
          MOVE audit-key TO new-wire-short-name
          MOVE audit-old-value TO new-wire-from-team
          MOVE audit-new-value TO new-wire-to-team
          MOVE SPACES TO new-wire-detail
          PERFORM Describe-Contract-Terms
          ADD 1 TO signed-count
          PERFORM Store-Wire-Entry
        END-IF
    END-READ
  END-PERFORM
  CLOSE Contracts
  CLOSE Character-Audit.

Gather-Injury-Moves.
  MOVE ZERO TO injury-list-status
  OPEN INPUT Injury-List
  IF injury-list-missing
    CLOSE Injury-List
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO in-short-name
  START Injury-List KEY >= in-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-injury-list
        READ Injury-List NEXT RECORD
          AT END
            SET end-of-injury-list TO TRUE
          NOT AT END
            PERFORM Wire-One-Injury
        END-READ
      END-PERFORM
  END-START
  CLOSE Injury-List.

Wire-One-Injury.
  MOVE in-short-name TO new-wire-short-name
  MOVE SPACES TO new-wire-from-team new-wire-to-team
  IF in-injury-date >= wire-from-date AND in-injury-date <= wire-to-date
    MOVE in-injury-date TO move-date
    MOVE "INJURED" TO new-wire-type
    MOVE SPACES TO new-wire-detail
    STRING "SEVERITY " in-severity " DUE BACK " in-return-date
      DELIMITED BY SIZE INTO new-wire-detail
    ADD 1 TO injury-count
    PERFORM Store-Wire-Entry
  END-IF
  IF injury-healed
      AND in-return-date >= wire-from-date
      AND in-return-date <= wire-to-date
    MOVE in-return-date TO move-date
    MOVE "ACTIVATED" TO new-wire-type
    MOVE SPACES TO new-wire-detail
    STRING "FROM INJURY OF " in-injury-date
      DELIMITED BY SIZE INTO new-wire-detail
    ADD 1 TO injury-count
    PERFORM Store-Wire-Entry
  END-IF.

Gather-Suspensions.
  MOVE ZERO TO suspension-status
  OPEN INPUT Suspensions
  IF suspensions-missing
    CLOSE Suspensions
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO su-short-name
  START Suspensions KEY >= su-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-suspensions
        READ Suspensions NEXT RECORD
          AT END
            SET end-of-suspensions TO TRUE
          NOT AT END
            IF su-start-date >= wire-from-date
                AND su-start-date <= wire-to-date
              MOVE su-start-date TO move-date
              MOVE "SUSPENDED" TO new-wire-type
              MOVE su-short-name TO new-wire-short-name
              MOVE SPACES TO new-wire-from-team new-wire-to-team
                new-wire-detail
              STRING su-games-to-serve " GAME(S) " su-reason
                DELIMITED BY SIZE INTO new-wire-detail
              ADD 1 TO suspended-count
              PERFORM Store-Wire-Entry
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Suspensions.

Gather-Leave-Moves.
  MOVE ZERO TO leave-status
  OPEN INPUT Leave-Calendar
  IF leave-calendar-missing
    CLOSE Leave-Calendar
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO lv-short-name
  START Leave-Calendar KEY >= lv-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-leave-calendar
        READ Leave-Calendar NEXT RECORD
          AT END
            SET end-of-leave-calendar TO TRUE
          NOT AT END
            PERFORM Wire-One-Leave
        END-READ
      END-PERFORM
  END-START
  CLOSE Leave-Calendar.

Wire-One-Leave.
  MOVE lv-short-name TO new-wire-short-name
  MOVE SPACES TO new-wire-from-team new-wire-to-team
  IF lv-start-date >= wire-from-date AND lv-start-date <= wire-to-date
    MOVE lv-start-date TO move-date
    MOVE "ON LEAVE" TO new-wire-type
    MOVE SPACES TO new-wire-detail
    STRING lv-reason " UNTIL " lv-end-date
      DELIMITED BY SIZE INTO new-wire-detail
    ADD 1 TO leave-count
    PERFORM Store-Wire-Entry
  END-IF
  IF leave-closed
      AND lv-end-date >= wire-from-date
      AND lv-end-date <= wire-to-date
    MOVE lv-end-date TO move-date
    MOVE "LEAVE END" TO new-wire-type
    MOVE lv-reason TO new-wire-detail
    ADD 1 TO leave-count
    PERFORM Store-Wire-Entry
  END-IF.

Store-Wire-Entry.
  IF wire-count >= WIRE-TABLE-LIMIT
    SET wire-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO wire-count
  SET WT-INDEX TO wire-count
  MOVE move-date TO wt-date(WT-INDEX)
  MOVE wire-count TO wt-sequence(WT-INDEX)
  MOVE new-wire-type TO wt-type(WT-INDEX)
  MOVE new-wire-short-name TO wt-short-name(WT-INDEX)
  MOVE new-wire-from-team TO wt-from-team(WT-INDEX)
  MOVE new-wire-to-team TO wt-to-team(WT-INDEX)
  MOVE new-wire-detail TO wt-detail(WT-INDEX).

Sort-Wire-Table.
  SET wt-entries-swapped TO TRUE
  PERFORM Sort-Wire-Pass UNTIL NOT wt-entries-swapped.

Sort-Wire-Pass.
  MOVE ZERO TO wt-sort-swapped
  PERFORM VARYING WT-INDEX FROM 1 BY 1
      UNTIL WT-INDEX > wire-count - 1
    IF wt-sort-key(WT-INDEX) > wt-sort-key(WT-INDEX + 1)
      MOVE Wire-Entry(WT-INDEX) TO wt-swap-entry
      MOVE Wire-Entry(WT-INDEX + 1) TO Wire-Entry(WT-INDEX)
      MOVE wt-swap-entry TO Wire-Entry(WT-INDEX + 1)
      SET wt-entries-swapped TO TRUE
    END-IF
  END-PERFORM.

Print-Wire-Lines.
  MOVE ZERO TO current-date-break
  IF wire-count = ZERO
    MOVE "NO TRANSACTIONS IN THE PERIOD." TO print-line
    PERFORM Write-Print-Line
    DISPLAY "NO TRANSACTIONS IN THE PERIOD."
    EXIT PARAGRAPH
  END-IF
  PERFORM VARYING WT-INDEX FROM 1 BY 1
      UNTIL WT-INDEX > wire-count
    IF wt-date(WT-INDEX) NOT = current-date-break
        AND current-date-break NOT = ZERO
      MOVE SPACES TO print-line
      PERFORM Write-Print-Line
    END-IF
    MOVE wt-date(WT-INDEX) TO current-date-break
    PERFORM Print-One-Transaction
    PERFORM Write-Wire-Extract
  END-PERFORM.

Print-One-Transaction.
  MOVE wt-short-name(WT-INDEX) TO short-name
  MOVE SPACES TO wire-current-team
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      MOVE "(NO LONGER ON FILE)" TO wire-long-name
    NOT INVALID KEY
      MOVE long-name TO wire-long-name
      MOVE team TO wire-current-team
  END-READ
  IF wt-from-team(WT-INDEX) = SPACES AND wt-to-team(WT-INDEX) = SPACES
    MOVE wire-current-team TO wt-to-team(WT-INDEX)
  END-IF

  MOVE SPACES TO print-line
  MOVE wt-date(WT-INDEX) TO print-line(1:8)
  MOVE wt-type(WT-INDEX) TO print-line(10:10)
  MOVE wt-short-name(WT-INDEX) TO print-line(21:10)
  MOVE wire-long-name TO print-line(32:21)
  MOVE wt-detail(WT-INDEX) TO print-line(54:27)
  PERFORM Write-Print-Line

  MOVE SPACES TO print-line
  IF wt-from-team(WT-INDEX) = SPACES
    STRING "         TEAM " wt-to-team(WT-INDEX)
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING "         " wt-from-team(WT-INDEX) " TO "
      wt-to-team(WT-INDEX)
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line
  DISPLAY wt-date(WT-INDEX) " " wt-type(WT-INDEX) " "
    wire-long-name " " FUNCTION TRIM(wt-to-team(WT-INDEX)).

Write-Wire-Extract.
  MOVE SPACES TO Transaction-Wire-Record
  MOVE wt-date(WT-INDEX) TO tw-date
  MOVE wt-type(WT-INDEX) TO tw-type
  MOVE wt-short-name(WT-INDEX) TO tw-short-name
  MOVE wire-long-name TO tw-long-name
  MOVE wt-from-team(WT-INDEX) TO tw-from-team
  MOVE wt-to-team(WT-INDEX) TO tw-to-team
  MOVE wt-detail(WT-INDEX) TO tw-detail
  WRITE Transaction-Wire-Record.

Print-Wire-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  IF wire-table-overflowed
    MOVE "*** MORE THAN 2000 TRANSACTIONS; LATER ROWS NOT SHOWN"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  STRING "SIGNINGS " signed-count "  TRADES " traded-count
    "  LOANS " loan-count "  RELEASES " released-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "INJURY MOVES " injury-count "  SUSPENSIONS "
    suspended-count "  LEAVE " leave-count "  OTHER " other-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING wire-count " TRANSACTION(S) FROM " wire-from-date
    " THROUGH " wire-to-date
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TRANSACTION-WIRE".
