IDENTIFICATION DIVISION.
PROGRAM-ID. Pension-Liability-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Pensions ASSIGN TO "data/pensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Career-Stats ASSIGN TO "data/career-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cs-short-name
    FILE STATUS IS career-stats-status.

  SELECT Pay-Ledger ASSIGN TO "data/pay-ledger.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pay-ledger-status.

  SELECT Report-Print ASSIGN TO "data/pension-liability.prt"
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
FD Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Career-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Career-Stats-Record.

  COPY "src/copy/file-description/career-stats-record.cpy".

FD Pay-Ledger.
  COPY "src/copy/file-description/pay-ledger-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/pension-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 career-stats-status PIC 99.
    88 career-stats-missing VALUE 35.
  01 pay-ledger-status PIC 99.
    88 end-of-pay-ledger VALUE 10.
    88 pay-ledger-missing VALUE 35.
  01 error-log-status PIC 99.

  78 LEAGUE-MONTHS-PER-YEAR VALUE 13.

  01 Liability-Team-Table.
    02 Liability-Team-Entry OCCURS 100 TIMES INDEXED BY LT-INDEX.
      03 lt-team-name       PIC X(20).
      03 lt-retiree-count   PIC 9(4).
      03 lt-monthly         PIC 9(7).
      03 lt-paid-to-date    PIC 9(9).
      03 lt-active-count    PIC 9(4).
      03 lt-accrued-monthly PIC 9(7).
  01 liability-team-count PIC 9(3) VALUE ZERO.
  01 liability-lookup-team PIC X(20).
  01 lt-found PIC 9 VALUE ZERO.
    88 lt-team-was-found VALUE 1.
  01 table-overflow-flag PIC 9 VALUE ZERO.
    88 liability-table-overflowed VALUE 1.

  01 Contribution-Table.
    02 Contribution-Entry OCCURS 1000 TIMES INDEXED BY CT-INDEX.
      03 ct-short-name PIC X(10).
      03 ct-amount     PIC 9(7).
  01 contribution-count PIC 9(4) VALUE ZERO.
  01 ct-found PIC 9 VALUE ZERO.
    88 ct-character-was-found VALUE 1.

  01 payroll-team PIC X(20).
  01 pensions-on-file PIC 9(5) VALUE ZERO.
  01 suspended-count PIC 9(5) VALUE ZERO.
  01 grand-retirees PIC 9(5) VALUE ZERO.
  01 grand-monthly PIC 9(9) VALUE ZERO.
  01 grand-annual PIC 9(9) VALUE ZERO.
  01 grand-paid PIC 9(9) VALUE ZERO.
  01 grand-active PIC 9(5) VALUE ZERO.
  01 grand-accrued PIC 9(9) VALUE ZERO.
  01 annual-amount PIC 9(9).

  01 count-edit PIC ZZZ9.
  01 monthly-edit PIC Z(6)9.
  01 annual-edit PIC Z(8)9.
  01 paid-edit PIC Z(8)9.
  01 active-edit PIC ZZZ9.
  01 accrued-edit PIC Z(6)9.
  01 benefit-edit PIC ZZ9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
  INITIALIZE Liability-Team-Table
  INITIALIZE Contribution-Table
  PERFORM Load-Pensions
  PERFORM Load-Contributions
  PERFORM Load-Active-Accruals

  MOVE "PENSION LIABILITY BY TEAM" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  PERFORM Print-Liability-Report
  CLOSE Report-Print

  MOVE pensions-on-file TO run-processed-count
  MOVE suspended-count TO run-rejected-count
  DISPLAY "PENSION LIABILITY: $" grand-monthly " A MONTH TO "
    grand-retirees " RETIREE(S); SEE data/pension-liability.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "TEAM                 RETIREES MONTHLY    ANNUAL PAID-TO-DATE ACTIVE ACCRUED"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Pensions.
  OPEN INPUT Pensions
  IF pensions-missing
    CLOSE Pensions
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pe-short-name
  START Pensions KEY >= pe-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            ADD 1 TO pensions-on-file
            PERFORM Tally-One-Pension
        END-READ
      END-PERFORM
  END-START
  CLOSE Pensions.

Tally-One-Pension.
  IF NOT pension-in-payment
    ADD 1 TO suspended-count
    EXIT PARAGRAPH
  END-IF
  MOVE pe-paying-team TO liability-lookup-team
  PERFORM Find-Liability-Team
  IF lt-team-was-found
    ADD 1 TO lt-retiree-count(LT-INDEX)
    ADD pe-monthly-benefit TO lt-monthly(LT-INDEX)
    ADD pe-total-paid TO lt-paid-to-date(LT-INDEX)
  END-IF.

Load-Contributions.
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
        IF pl-pension-withheld IS NUMERIC
            AND pl-pension-withheld > ZERO
          PERFORM Add-One-Contribution
        END-IF
    END-READ
  END-PERFORM
  CLOSE Pay-Ledger.

Add-One-Contribution.
  MOVE ZERO TO ct-found
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > contribution-count OR ct-character-was-found
    IF ct-short-name(CT-INDEX) = pl-short-name
      SET ct-character-was-found TO TRUE
    END-IF
  END-PERFORM
  IF ct-character-was-found
    SET CT-INDEX DOWN BY 1
  ELSE
    IF contribution-count >= 1000
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO contribution-count
    SET CT-INDEX TO contribution-count
    MOVE pl-short-name TO ct-short-name(CT-INDEX)
  END-IF
  ADD pl-pension-withheld TO ct-amount(CT-INDEX).

Load-Active-Accruals.
  OPEN INPUT Career-Stats
  OPEN INPUT CharacterSheet
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
            IF character-active
              PERFORM Accrue-One-Active
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE CharacterSheet
  CLOSE Career-Stats.

Accrue-One-Active.
  IF teammate
    MOVE "TEAMMATES" TO payroll-team
  ELSE
    MOVE team TO payroll-team
  END-IF
  IF payroll-team = SPACES OR payroll-team = "NONE"
      OR payroll-team = "NO TEAM" OR payroll-team = "WAIVERS"
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO pension-work-seasons pension-work-games
    pension-work-contributions
  MOVE "N" TO pension-work-hof-flag
  IF NOT career-stats-missing
    MOVE short-name TO cs-short-name
    READ Career-Stats
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE cs-seasons-played TO pension-work-seasons
        MOVE cs-games-played TO pension-work-games
    END-READ
  END-IF
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > contribution-count
    IF ct-short-name(CT-INDEX) = short-name
      MOVE ct-amount(CT-INDEX) TO pension-work-contributions
    END-IF
  END-PERFORM
  PERFORM Compute-Pension-Benefit
  IF pension-work-benefit = ZERO
    EXIT PARAGRAPH
  END-IF

  MOVE payroll-team TO liability-lookup-team
  PERFORM Find-Liability-Team
  IF lt-team-was-found
    ADD 1 TO lt-active-count(LT-INDEX)
    ADD pension-work-benefit TO lt-accrued-monthly(LT-INDEX)
  END-IF.

Find-Liability-Team.
  MOVE ZERO TO lt-found
  PERFORM VARYING LT-INDEX FROM 1 BY 1
      UNTIL LT-INDEX > liability-team-count OR lt-team-was-found
    IF lt-team-name(LT-INDEX) = liability-lookup-team
      SET lt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF lt-team-was-found
    SET LT-INDEX DOWN BY 1
    EXIT PARAGRAPH
  END-IF

  IF liability-team-count >= 100
    SET liability-table-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO liability-team-count
  SET LT-INDEX TO liability-team-count
  MOVE liability-lookup-team TO lt-team-name(LT-INDEX)
  SET lt-team-was-found TO TRUE.

Print-Liability-Report.
  PERFORM Print-Column-Headings
  PERFORM VARYING LT-INDEX FROM 1 BY 1
      UNTIL LT-INDEX > liability-team-count
    PERFORM Print-One-Team
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE grand-retirees TO count-edit
  MOVE grand-monthly TO monthly-edit
  MOVE grand-annual TO annual-edit
  MOVE grand-paid TO paid-edit
  MOVE grand-active TO active-edit
  MOVE grand-accrued TO accrued-edit
  MOVE SPACES TO print-line
  STRING "LEAGUE TOTAL             " count-edit " " monthly-edit " "
    annual-edit "    " paid-edit "   " active-edit " " accrued-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "ANNUAL = MONTHLY BENEFITS IN PAYMENT X 13 LEAGUE MONTHS."
    TO print-line
  PERFORM Write-Print-Line
  MOVE "ACCRUED = MONTHLY BENEFIT ACTIVE CHARACTERS HAVE EARNED TO DATE."
    TO print-line
  PERFORM Write-Print-Line
  IF liability-table-overflowed
    MOVE "*** MORE THAN 100 TEAMS; LATER TEAMS NOT SHOWN" TO print-line
    PERFORM Write-Print-Line
  END-IF
  IF suspended-count > ZERO
    PERFORM Print-Suspended-Pensions
  END-IF.

Print-One-Team.
  COMPUTE annual-amount = lt-monthly(LT-INDEX) * LEAGUE-MONTHS-PER-YEAR
  ADD lt-retiree-count(LT-INDEX) TO grand-retirees
  ADD lt-monthly(LT-INDEX) TO grand-monthly
  ADD annual-amount TO grand-annual
  ADD lt-paid-to-date(LT-INDEX) TO grand-paid
  ADD lt-active-count(LT-INDEX) TO grand-active
  ADD lt-accrued-monthly(LT-INDEX) TO grand-accrued

  MOVE lt-retiree-count(LT-INDEX) TO count-edit
  MOVE lt-monthly(LT-INDEX) TO monthly-edit
  MOVE annual-amount TO annual-edit
  MOVE lt-paid-to-date(LT-INDEX) TO paid-edit
  MOVE lt-active-count(LT-INDEX) TO active-edit
  MOVE lt-accrued-monthly(LT-INDEX) TO accrued-edit
  MOVE SPACES TO print-line
  STRING lt-team-name(LT-INDEX) "     " count-edit " " monthly-edit " "
    annual-edit "    " paid-edit "   " active-edit " " accrued-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Suspended-Pensions.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "SUSPENDED PENSIONS (NO PAYING TEAM):" TO print-line
  PERFORM Write-Print-Line
  MOVE ZERO TO pension-status
  OPEN INPUT Pensions
  MOVE LOW-VALUE TO pe-short-name
  START Pensions KEY >= pe-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            IF NOT pension-in-payment
              MOVE pe-monthly-benefit TO benefit-edit
              MOVE SPACES TO print-line
              STRING "  " pe-short-name " " pe-long-name " $"
                benefit-edit " A MONTH, RETIRED " pe-retired-date
                DELIMITED BY SIZE INTO print-line
              PERFORM Write-Print-Line
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Pensions.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PENSION-MANAGEMENT SECTION.
  COPY "src/copy/procedure/pension-benefit.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "PENSION-LIABILITY".
