IDENTIFICATION DIVISION.
PROGRAM-ID. Facility-Project-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Facility-Projects ASSIGN TO "data/facility-projects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fp-project-key
    FILE STATUS IS project-status.

  SELECT Report-Print ASSIGN TO "data/facility-project-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Facility-Projects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Facility-Project-Record.

  COPY "src/copy/file-description/facility-project-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 project-status PIC 99.
    88 end-of-projects VALUE 10.
    88 projects-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 project-count PIC 9(4) VALUE ZERO.
  01 open-project-count PIC 9(4) VALUE ZERO.
  01 percent-complete PIC 9(3).
  01 status-text PIC X(8).
  01 funding-text PIC X(5).
  01 total-spent PIC 9(9) VALUE ZERO.
  01 total-cost PIC 9(9) VALUE ZERO.
  01 total-outstanding PIC 9(9) VALUE ZERO.
  01 spent-edit PIC Z(6)9.
  01 cost-edit PIC Z(6)9.
  01 total-edit PIC Z(8)9.

PROCEDURE DIVISION.
Main-logic.
  MOVE "FACILITY PROJECTS" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  MOVE ZERO TO project-status
  OPEN INPUT Facility-Projects
  IF projects-missing
    DISPLAY "NO FACILITY PROJECTS ON FILE."
    CLOSE Report-Print
    STOP RUN
  END-IF

  DISPLAY SPACES
  DISPLAY "=== FACILITY PROJECTS ==="
  MOVE LOW-VALUE TO fp-project-key
  START Facility-Projects KEY >= fp-project-key
    INVALID KEY DISPLAY "NO RECORDS FOUND"
    NOT INVALID KEY
      PERFORM UNTIL end-of-projects
        READ Facility-Projects NEXT RECORD
          AT END
            SET end-of-projects TO TRUE
          NOT AT END
            PERFORM Print-One-Project
        END-READ
      END-PERFORM
  END-START
  CLOSE Facility-Projects

  COMPUTE total-outstanding = total-cost - total-spent
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "PROJECTS: " project-count "   OPEN: " open-project-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE total-spent TO total-edit
  MOVE SPACES TO print-line
  STRING "SPENT TO DATE: " total-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE total-outstanding TO total-edit
  MOVE SPACES TO print-line
  STRING "STILL TO PAY:  " total-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  DISPLAY project-count " PROJECT(S), " open-project-count " OPEN"
  DISPLAY "WROTE PROJECT REPORT TO data/facility-project-report.prt"
STOP RUN.

Print-Column-Headings.
  MOVE
    "TEAM                 PROJECT    START    DAYS    PCT   SPENT    COST"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Print-One-Project.
  ADD 1 TO project-count
  COMPUTE percent-complete = fp-days-elapsed * 100 / fp-duration-days
  EVALUATE TRUE
    WHEN project-complete
      MOVE "COMPLETE" TO status-text
    WHEN project-under-way
      MOVE "UNDERWAY" TO status-text
      ADD 1 TO open-project-count
    WHEN OTHER
      MOVE "PLANNED" TO status-text
      ADD 1 TO open-project-count
  END-EVALUATE
  IF fp-paid-by-loan
    MOVE "LOAN" TO funding-text
  ELSE
    MOVE "INST" TO funding-text
  END-IF
  ADD fp-paid-to-date TO total-spent
  ADD fp-cost TO total-cost
  MOVE fp-paid-to-date TO spent-edit
  MOVE fp-cost TO cost-edit

  MOVE SPACES TO print-line
  STRING fp-team " " fp-project-type " " fp-start-date " "
    fp-days-elapsed "/" fp-duration-days " " percent-complete "% "
    spent-edit " " cost-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  IF project-complete
    STRING "  FUNDED BY " funding-text "  " status-text " ON "
      fp-completed-date
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING "  FUNDED BY " funding-text "  " status-text
      "  SEATS CLOSED " fp-seats-closed
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line

  DISPLAY FUNCTION TRIM(fp-team) " " FUNCTION TRIM(fp-project-type)
    " " percent-complete "% " status-text " SPENT "
    FUNCTION TRIM(spent-edit) " OF " FUNCTION TRIM(cost-edit).

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
