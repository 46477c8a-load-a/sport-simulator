IDENTIFICATION DIVISION.
PROGRAM-ID. Job-Earnings-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Job-Earnings ASSIGN TO "data/job-earnings.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS job-earnings-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/job-earnings.prt"
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
FD Job-Earnings.
  COPY "src/copy/file-description/job-earnings-record.cpy".

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

  01 job-earnings-status PIC 99.
    88 end-of-job-earnings VALUE 10.
    88 job-earnings-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  01 report-date PIC 9(8) VALUE ZERO.
  01 report-date-parts REDEFINES report-date.
    02 report-year  PIC 9(4).
    02 report-month PIC 99.
    02 report-day   PIC 99.
  01 report-week-number PIC 99.
  01 week-first-day PIC 9(7).
  01 week-last-day PIC 9(7).
  01 entry-day-number PIC 9(7).
  01 entry-date PIC 9(8).
  01 entry-date-parts REDEFINES entry-date.
    02 entry-year  PIC 9(4).
    02 entry-month PIC 99.
    02 entry-day   PIC 99.

  01 Job-Line-Table.
    02 Job-Line-Entry OCCURS 1000 TIMES INDEXED BY JL-INDEX.
      03 jl-team-name  PIC X(20).
      03 jl-short-name PIC X(10).
      03 jl-job        PIC X(10).
      03 jl-task       PIC X(10).
      03 jl-days       PIC 9(3).
      03 jl-pay        PIC 9(7).
      03 jl-value      PIC 9(9).
      03 jl-experience PIC 9(3).
  01 job-line-count PIC 9(4) VALUE ZERO.
  01 jl-found PIC 9 VALUE ZERO.
    88 jl-line-was-found VALUE 1.
  01 line-table-full-flag PIC 9 VALUE ZERO.
    88 line-table-full VALUE 1.

  01 Job-Team-Table.
    02 Job-Team-Entry OCCURS 100 TIMES INDEXED BY JT-INDEX.
      03 jt-team-name PIC X(20).
  01 job-team-count PIC 9(3) VALUE ZERO.
  01 jt-found PIC 9 VALUE ZERO.
    88 jt-team-was-found VALUE 1.

  01 team-days PIC 9(5).
  01 team-pay PIC 9(9).
  01 team-value PIC 9(9).
  01 grand-days PIC 9(7) VALUE ZERO.
  01 grand-pay PIC 9(9) VALUE ZERO.
  01 grand-value PIC 9(9) VALUE ZERO.
  01 rows-read PIC 9(7) VALUE ZERO.

  01 days-edit PIC ZZ9.
  01 team-days-edit PIC ZZZZ9.
  01 pay-edit PIC Z,ZZZ,ZZ9.
  01 value-edit PIC ZZZ,ZZZ,ZZ9.
  01 exp-edit PIC ZZ9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Report-Week

  MOVE "WEEKLY JOBS REPORT" TO ph-title
  MOVE report-date TO ph-date
  PERFORM Start-Print-Report
  MOVE SPACES TO print-line
  STRING "SEASON " report-year " WEEK " report-week-number
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  INITIALIZE Job-Line-Table Job-Team-Table
  PERFORM Load-Job-Earnings
  IF job-line-count = ZERO
    MOVE "NO JOB EARNINGS POSTED FOR THIS WEEK." TO print-line
    PERFORM Write-Print-Line
  END-IF
  PERFORM VARYING JT-INDEX FROM 1 BY 1
      UNTIL JT-INDEX > job-team-count
    PERFORM Print-One-Team
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE grand-pay TO pay-edit
  MOVE grand-value TO value-edit
  MOVE SPACES TO print-line
  STRING "ALL " job-team-count " TEAM(S)  " grand-days
    " JOB DAY(S)  PAID $" pay-edit "  WORTH $" value-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF line-table-full
    MOVE "*** MORE THAN 1000 JOB LINES THIS WEEK; LATER LINES OMITTED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  CLOSE Report-Print

  DISPLAY "JOBS REPORT: SEASON " report-year " WEEK "
    report-week-number ", " grand-days " JOB DAY(S), PAID $" grand-pay
    ", WORTH $" grand-value
  DISPLAY "WROTE JOBS REPORT TO data/job-earnings.prt"
  MOVE rows-read TO run-processed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Report-Week.
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
    COMPUTE report-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO report-date
  END-IF

  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "JOB-EARNINGS"
                AND rc-date IS NUMERIC AND rc-year > ZERO
              MOVE rc-date TO report-date
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control

  IF report-month < 1 OR report-month > 13
    MOVE 13 TO report-month
  END-IF
  IF report-day < 1 OR report-day > 28
    MOVE 28 TO report-day
  END-IF
  COMPUTE report-week-number =
    ((report-month - 1) * 28 + report-day - 1) / 7 + 1
  COMPUTE week-first-day =
    report-year * 364 + (report-week-number - 1) * 7 + 1
  COMPUTE week-last-day = week-first-day + 6.

Load-Job-Earnings.
  OPEN INPUT Job-Earnings
  IF job-earnings-missing
    CLOSE Job-Earnings
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-job-earnings
    READ Job-Earnings
      AT END
        SET end-of-job-earnings TO TRUE
      NOT AT END
        ADD 1 TO rows-read
        MOVE je-date TO entry-date
        COMPUTE entry-day-number =
          entry-year * 364 + (entry-month - 1) * 28 + entry-day
        IF entry-day-number >= week-first-day
            AND entry-day-number <= week-last-day
          PERFORM Tally-One-Job-Day
        END-IF
    END-READ
  END-PERFORM
  CLOSE Job-Earnings.

Tally-One-Job-Day.
  MOVE ZERO TO jt-found
  PERFORM VARYING JT-INDEX FROM 1 BY 1
      UNTIL JT-INDEX > job-team-count OR jt-team-was-found
    IF jt-team-name(JT-INDEX) = je-team
      SET jt-team-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT jt-team-was-found
    IF job-team-count >= 100
      SET line-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO job-team-count
    MOVE je-team TO jt-team-name(job-team-count)
  END-IF

  MOVE ZERO TO jl-found
  PERFORM VARYING JL-INDEX FROM 1 BY 1
      UNTIL JL-INDEX > job-line-count OR jl-line-was-found
    IF jl-team-name(JL-INDEX) = je-team
        AND jl-short-name(JL-INDEX) = je-short-name
        AND jl-job(JL-INDEX) = je-job
        AND jl-task(JL-INDEX) = je-task
      SET jl-line-was-found TO TRUE
    END-IF
  END-PERFORM
  IF jl-line-was-found
    SET JL-INDEX DOWN BY 1
  ELSE
    IF job-line-count >= 1000
      SET line-table-full TO TRUE
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO job-line-count
    SET JL-INDEX TO job-line-count
    MOVE je-team TO jl-team-name(JL-INDEX)
    MOVE je-short-name TO jl-short-name(JL-INDEX)
    MOVE je-job TO jl-job(JL-INDEX)
    MOVE je-task TO jl-task(JL-INDEX)
  END-IF
  ADD 1 TO jl-days(JL-INDEX)
  ADD je-pay TO jl-pay(JL-INDEX)
  ADD je-work-value TO jl-value(JL-INDEX)
  ADD je-experience-gain TO jl-experience(JL-INDEX).

Print-One-Team.
  MOVE ZERO TO team-days team-pay team-value
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE jt-team-name(JT-INDEX) TO print-line
  PERFORM Write-Print-Line

  PERFORM VARYING JL-INDEX FROM 1 BY 1
      UNTIL JL-INDEX > job-line-count
    IF jl-team-name(JL-INDEX) = jt-team-name(JT-INDEX)
      PERFORM Print-One-Job-Line
    END-IF
  END-PERFORM

  ADD team-days TO grand-days
  ADD team-pay TO grand-pay
  ADD team-value TO grand-value
  MOVE team-days TO team-days-edit
  MOVE team-pay TO pay-edit
  MOVE team-value TO value-edit
  MOVE SPACES TO print-line
  STRING "  TEAM TOTAL                       " team-days-edit
    "   " pay-edit " " value-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-One-Job-Line.
  ADD jl-days(JL-INDEX) TO team-days
  ADD jl-pay(JL-INDEX) TO team-pay
  ADD jl-value(JL-INDEX) TO team-value
  MOVE jl-days(JL-INDEX) TO days-edit
  MOVE jl-pay(JL-INDEX) TO pay-edit
  MOVE jl-value(JL-INDEX) TO value-edit
  MOVE jl-experience(JL-INDEX) TO exp-edit
  MOVE SPACES TO print-line
  STRING "  " jl-short-name(JL-INDEX) " " jl-job(JL-INDEX) " "
    jl-task(JL-INDEX) "   " days-edit "   " pay-edit " " value-edit
    " " exp-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Column-Headings.
  MOVE "  CHARACTER  JOB        TASK        DAYS        PAID       WORTH EXP"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "JOBS-REPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
