IDENTIFICATION DIVISION.
PROGRAM-ID. GL-Interface-Extract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Team-Ledger ASSIGN TO "data/team-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS team-ledger-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

  SELECT Chart-Of-Accounts ASSIGN TO "data/chart-of-accounts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ca-mapping-key
    FILE STATUS IS chart-status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT GL-Interface ASSIGN TO DYNAMIC gl-interface-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS gl-interface-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/gl-interface-exceptions.prt"
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
FD Team-Ledger.
  COPY "src/copy/file-description/team-ledger-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Chart-Of-Accounts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Chart-Of-Accounts-Record.

  COPY "src/copy/file-description/chart-of-accounts-record.cpy".

FD Treasury
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Treasury-Record.

  COPY "src/copy/file-description/treasury-record.cpy".

FD GL-Interface.
  COPY "src/copy/file-description/gl-interface-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

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

  01 team-ledger-status PIC 99.
    88 end-of-team-ledger VALUE 10.
    88 team-ledger-missing VALUE 35.
  01 pay-ledger-status PIC 99.
    88 end-of-pay-ledger VALUE 10.
    88 pay-ledger-missing VALUE 35.
  01 chart-status PIC 99.
    88 chart-missing VALUE 35.
  01 chart-open-flag PIC 9 VALUE ZERO.
    88 chart-is-open VALUE 1.
  01 treasury-status PIC 99.
    88 end-of-treasury VALUE 10.
    88 treasury-missing VALUE 35.
  01 gl-interface-status PIC 99.
  01 gl-interface-file-name PIC X(40).
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 control-card-flag PIC 9 VALUE ZERO.
    88 control-card-found VALUE 1.
  01 error-log-status PIC 99.

  78 GL-SOURCE-SYSTEM VALUE "SPORTSIM".

  01 extract-today PIC 9(8).
  01 extract-year PIC 9(4).
  01 extract-month PIC 99.
    88 valid-extract-month VALUES 1 THRU 13.
  01 extract-period PIC 9(6).
  01 today-period PIC 9(6).
  01 period-start-date PIC 9(8).
  01 period-end-date PIC 9(8).
  01 pay-posting-date PIC 9(8).

  01 Summary-Table.
    02 Summary-Entry OCCURS 3000 TIMES INDEXED BY SM-INDEX.
      03 sm-source        PIC X.
      03 sm-team          PIC X(20).
      03 sm-category      PIC X(8).
      03 sm-amount        PIC S9(11).
      03 sm-posting-count PIC 9(5).
  01 summary-count PIC 9(4) VALUE ZERO.
  01 lookup-source PIC X.
  01 lookup-team PIC X(20).
  01 lookup-category PIC X(8).
  01 lookup-amount PIC S9(11).
  01 sm-found PIC 9 VALUE ZERO.
    88 sm-bucket-was-found VALUE 1.
  01 summary-overflow-flag PIC 9 VALUE ZERO.
    88 summary-table-overflowed VALUE 1.

  01 League-Team-Table.
    02 league-team OCCURS 100 TIMES INDEXED BY LT-INDEX PIC X(20).
  01 league-team-count PIC 9(3) VALUE ZERO.
  01 lt-found PIC 9 VALUE ZERO.
    88 league-team-was-found VALUE 1.

  01 mapping-found PIC 9 VALUE ZERO.
    88 mapping-was-found VALUE 1.
  01 exception-reason PIC X(20).

  01 Control-Totals.
    02 team-postings-read  PIC 9(7).
    02 pay-postings-read   PIC 9(7).
    02 journal-line-count  PIC 9(7).
    02 total-debits        PIC 9(13).
    02 total-credits       PIC 9(13).
    02 exception-count     PIC 9(5).
    02 exception-amount    PIC 9(13).
  01 journal-amount PIC 9(11).

  01 amount-edit PIC -(10)9.
  01 total-edit PIC Z(12)9.
  01 count-edit PIC Z(6)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Season-Clock
  PERFORM Read-Control-Card
  PERFORM Choose-Extract-Period

  IF NOT valid-extract-month
    DISPLAY "INVALID PERIOD " extract-year "/" extract-month
      "; NOTHING EXTRACTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  IF extract-period >= today-period
    DISPLAY "PERIOD " extract-year "/" extract-month
      " IS NOT YET OVER; ONLY PAST PERIODS MAY BE EXTRACTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  INITIALIZE Summary-Table Control-Totals
  PERFORM Load-League-Teams
  PERFORM Summarise-Team-Ledger
  PERFORM Summarise-Pay-Ledger

  MOVE SPACES TO ph-title
  STRING "GL INTERFACE EXCEPTIONS " current-league-id " "
    extract-year "/" extract-month
    DELIMITED BY SIZE INTO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  PERFORM Open-Interface-File
  PERFORM Write-Journal-Lines
  PERFORM Write-Interface-Trailer
  PERFORM Print-Control-Totals
  CLOSE Report-Print

  IF total-debits NOT = total-credits
    MOVE "OUTOFBAL" TO run-completion-status
  END-IF
  MOVE summary-count TO run-processed-count
  MOVE journal-line-count TO run-changed-count
  MOVE exception-count TO run-rejected-count
  DISPLAY "GL EXTRACT " extract-year "/" extract-month ": "
    journal-line-count " JOURNAL LINE(S), " exception-count
    " EXCEPTION(S)"
  DISPLAY "WROTE " FUNCTION TRIM(gl-interface-file-name)
    " AND data/gl-interface-exceptions.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "SOURCE TEAM                 CATEGORY        AMOUNT  REASON"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

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
    MOVE clock-date TO extract-today
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO extract-today
  END-IF
  MOVE extract-today(1:6) TO today-period.

Read-Control-Card.
  MOVE ZERO TO control-card-flag
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control OR control-card-found
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "GL-EXTRACT"
              SET control-card-found TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Choose-Extract-Period.
  IF control-card-found AND rc-year NOT = ZERO
    MOVE rc-year TO extract-year
    MOVE rc-month TO extract-month
  ELSE
    MOVE extract-today(1:4) TO extract-year
    MOVE extract-today(5:2) TO extract-month
    IF extract-month > 1
      SUBTRACT 1 FROM extract-month
    ELSE
      MOVE 13 TO extract-month
      SUBTRACT 1 FROM extract-year
    END-IF
  END-IF
  COMPUTE extract-period = extract-year * 100 + extract-month
  COMPUTE period-start-date = extract-period * 100 + 1
  COMPUTE period-end-date = extract-period * 100 + 28.

Load-League-Teams.
  MOVE ZERO TO treasury-status
  OPEN INPUT Treasury
  IF treasury-missing
    CLOSE Treasury
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO tr-team-name
  START Treasury KEY >= tr-team-name
    INVALID KEY
      MOVE 10 TO treasury-status
  END-START
  PERFORM UNTIL end-of-treasury OR league-team-count >= 100
    READ Treasury NEXT RECORD
      AT END
        SET end-of-treasury TO TRUE
      NOT AT END
        ADD 1 TO league-team-count
        MOVE tr-team-name TO league-team(league-team-count)
    END-READ
  END-PERFORM
  CLOSE Treasury.

Find-League-Team.
  MOVE ZERO TO lt-found
  PERFORM VARYING LT-INDEX FROM 1 BY 1
      UNTIL LT-INDEX > league-team-count OR league-team-was-found
    IF league-team(LT-INDEX) = lookup-team
      SET league-team-was-found TO TRUE
    END-IF
  END-PERFORM.

Summarise-Team-Ledger.
  MOVE ZERO TO team-ledger-status
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
        MOVE tl-team TO lookup-team
        PERFORM Find-League-Team
        IF tl-date >= period-start-date
            AND tl-date <= period-end-date
            AND league-team-was-found
          ADD 1 TO team-postings-read
          MOVE "T" TO lookup-source
          MOVE tl-category TO lookup-category
          MOVE tl-amount TO lookup-amount
          PERFORM Add-To-Summary
        END-IF
    END-READ
  END-PERFORM
  CLOSE Team-Ledger.

Summarise-Pay-Ledger.
  MOVE ZERO TO pay-ledger-status
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
        MOVE ZERO TO pay-posting-date
        IF pl-date IS NUMERIC
          MOVE pl-date TO pay-posting-date
        END-IF
        MOVE pl-team TO lookup-team
        PERFORM Find-League-Team
        IF pay-posting-date >= period-start-date
            AND pay-posting-date <= period-end-date
            AND league-team-was-found
          ADD 1 TO pay-postings-read
          PERFORM Summarise-Pay-Withholding
        END-IF
    END-READ
  END-PERFORM
  CLOSE Pay-Ledger.

Summarise-Pay-Withholding.
  MOVE "P" TO lookup-source
  IF pl-dues-withheld IS NUMERIC AND pl-dues-withheld > ZERO
    MOVE "WHDUES" TO lookup-category
    MOVE pl-dues-withheld TO lookup-amount
    PERFORM Add-To-Summary
  END-IF
  IF pl-pension-withheld IS NUMERIC AND pl-pension-withheld > ZERO
    MOVE "WHPENSN" TO lookup-category
    MOVE pl-pension-withheld TO lookup-amount
    PERFORM Add-To-Summary
  END-IF
  IF pl-fine-withheld IS NUMERIC AND pl-fine-withheld > ZERO
    MOVE "WHFINE" TO lookup-category
    MOVE pl-fine-withheld TO lookup-amount
    PERFORM Add-To-Summary
  END-IF.

Add-To-Summary.
  MOVE ZERO TO sm-found
  PERFORM VARYING SM-INDEX FROM 1 BY 1
      UNTIL SM-INDEX > summary-count OR sm-bucket-was-found
    IF sm-source(SM-INDEX) = lookup-source
        AND sm-team(SM-INDEX) = lookup-team
        AND sm-category(SM-INDEX) = lookup-category
      SET sm-bucket-was-found TO TRUE
    END-IF
  END-PERFORM
  IF sm-bucket-was-found
    SET SM-INDEX DOWN BY 1
  ELSE
    IF summary-count >= 3000
      SET summary-table-overflowed TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO summary-count
    SET SM-INDEX TO summary-count
    MOVE lookup-source TO sm-source(SM-INDEX)
    MOVE lookup-team TO sm-team(SM-INDEX)
    MOVE lookup-category TO sm-category(SM-INDEX)
  END-IF
  ADD lookup-amount TO sm-amount(SM-INDEX)
  ADD 1 TO sm-posting-count(SM-INDEX).

Open-Interface-File.
  MOVE SPACES TO gl-interface-file-name
  STRING FUNCTION TRIM(league-data-prefix) "gl-interface-"
    extract-period ".dat"
    DELIMITED BY SIZE INTO gl-interface-file-name
  OPEN OUTPUT GL-Interface
  MOVE SPACES TO GL-Header-Record
  MOVE "H" TO gi-hdr-type
  MOVE GL-SOURCE-SYSTEM TO gi-hdr-source
  MOVE current-league-id TO gi-hdr-league
  MOVE extract-period TO gi-hdr-period
  MOVE period-end-date TO gi-hdr-journal-date
  MOVE FUNCTION CURRENT-DATE(1:8) TO gi-hdr-created-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO gi-hdr-created-time
  WRITE GL-Header-Record.

Write-Journal-Lines.
  MOVE ZERO TO chart-open-flag
  MOVE ZERO TO chart-status
  OPEN INPUT Chart-Of-Accounts
  IF chart-missing
    CLOSE Chart-Of-Accounts
  ELSE
    SET chart-is-open TO TRUE
  END-IF
  PERFORM VARYING SM-INDEX FROM 1 BY 1
      UNTIL SM-INDEX > summary-count
    PERFORM Map-One-Summary-Bucket
  END-PERFORM
  IF chart-is-open
    CLOSE Chart-Of-Accounts
  END-IF.

Map-One-Summary-Bucket.
  PERFORM Find-Account-Mapping
  IF NOT mapping-was-found
    IF chart-is-open
      MOVE "NO ACCOUNT MAPPING" TO exception-reason
    ELSE
      MOVE "NO CHART OF ACCOUNTS" TO exception-reason
    END-IF
    PERFORM Print-Exception-Line
    EXIT PARAGRAPH
  END-IF
  IF sm-amount(SM-INDEX) = ZERO
    EXIT PARAGRAPH
  END-IF

  IF sm-amount(SM-INDEX) < ZERO
    COMPUTE journal-amount = ZERO - sm-amount(SM-INDEX)
    MOVE "D" TO gi-debit-credit
    PERFORM Write-Account-Line
    MOVE "C" TO gi-debit-credit
    PERFORM Write-Offset-Line
  ELSE
    MOVE sm-amount(SM-INDEX) TO journal-amount
    MOVE "D" TO gi-debit-credit
    PERFORM Write-Offset-Line
    MOVE "C" TO gi-debit-credit
    PERFORM Write-Account-Line
  END-IF.

Find-Account-Mapping.
  MOVE ZERO TO mapping-found
  IF NOT chart-is-open
    EXIT PARAGRAPH
  END-IF
  MOVE sm-category(SM-INDEX) TO ca-category
  MOVE sm-team(SM-INDEX) TO ca-team
  READ Chart-Of-Accounts
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET mapping-was-found TO TRUE
  END-READ
  IF mapping-was-found
    EXIT PARAGRAPH
  END-IF
  MOVE sm-category(SM-INDEX) TO ca-category
  MOVE "ANY" TO ca-team
  READ Chart-Of-Accounts
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET mapping-was-found TO TRUE
  END-READ.

Write-Account-Line.
  MOVE ca-gl-account TO gi-gl-account
  PERFORM Write-One-Journal-Line.

Write-Offset-Line.
  MOVE ca-offset-account TO gi-gl-account
  PERFORM Write-One-Journal-Line.

Write-One-Journal-Line.
  ADD 1 TO journal-line-count
  MOVE "D" TO gi-type
  MOVE journal-line-count TO gi-sequence
  MOVE period-end-date TO gi-journal-date
  MOVE ca-cost-centre TO gi-cost-centre
  MOVE journal-amount TO gi-amount
  MOVE sm-source(SM-INDEX) TO gi-ledger-source
  MOVE sm-team(SM-INDEX) TO gi-team
  MOVE sm-category(SM-INDEX) TO gi-category
  MOVE sm-posting-count(SM-INDEX) TO gi-posting-count
  IF gi-debit
    ADD journal-amount TO total-debits
  ELSE
    ADD journal-amount TO total-credits
  END-IF
  WRITE GL-Journal-Record.

Write-Interface-Trailer.
  MOVE SPACES TO GL-Trailer-Record
  MOVE "T" TO gi-trl-type
  MOVE journal-line-count TO gi-trl-record-count
  MOVE total-debits TO gi-trl-total-debits
  MOVE total-credits TO gi-trl-total-credits
  MOVE exception-count TO gi-trl-exception-count
  MOVE exception-amount TO gi-trl-exception-amount
  WRITE GL-Trailer-Record
  CLOSE GL-Interface.

Print-Exception-Line.
  ADD 1 TO exception-count
  IF sm-amount(SM-INDEX) < ZERO
    COMPUTE journal-amount = ZERO - sm-amount(SM-INDEX)
  ELSE
    MOVE sm-amount(SM-INDEX) TO journal-amount
  END-IF
  ADD journal-amount TO exception-amount
  MOVE sm-amount(SM-INDEX) TO amount-edit
  MOVE SPACES TO print-line
  IF sm-source(SM-INDEX) = "T"
    STRING "TEAM   " sm-team(SM-INDEX) " " sm-category(SM-INDEX) " "
      amount-edit "  " exception-reason
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING "PAY    " sm-team(SM-INDEX) " " sm-category(SM-INDEX) " "
      amount-edit "  " exception-reason
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line
  DISPLAY "EXCEPTION: " FUNCTION TRIM(sm-team(SM-INDEX)) " "
    FUNCTION TRIM(sm-category(SM-INDEX)) " "
    FUNCTION TRIM(exception-reason).

Print-Control-Totals.
  IF exception-count = ZERO
    MOVE "NO EXCEPTIONS; EVERY CATEGORY IS MAPPED." TO print-line
    PERFORM Write-Print-Line
  END-IF
  IF summary-table-overflowed
    MOVE "*** MORE THAN 3000 TEAM/CATEGORY TOTALS; LATER ONES NOT EXTRACTED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "--- CONTROL TOTALS ---" TO print-line
  PERFORM Write-Print-Line
  MOVE team-postings-read TO count-edit
  MOVE SPACES TO print-line
  STRING "TEAM-LEDGER POSTINGS READ:  " count-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE pay-postings-read TO count-edit
  MOVE SPACES TO print-line
  STRING "PAY-LEDGER POSTINGS READ:   " count-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE journal-line-count TO count-edit
  MOVE SPACES TO print-line
  STRING "JOURNAL LINES WRITTEN:      " count-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE total-debits TO total-edit
  MOVE SPACES TO print-line
  STRING "TOTAL DEBITS:         " total-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE total-credits TO total-edit
  MOVE SPACES TO print-line
  STRING "TOTAL CREDITS:        " total-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE exception-count TO count-edit
  MOVE SPACES TO print-line
  STRING "EXCEPTIONS REJECTED:        " count-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE exception-amount TO total-edit
  MOVE SPACES TO print-line
  STRING "AMOUNT NOT EXTRACTED: " total-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF total-debits NOT = total-credits
    MOVE "*** DEBITS AND CREDITS DO NOT BALANCE" TO print-line
    PERFORM Write-Print-Line
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "GL-INTERFACE-EXTRACT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
