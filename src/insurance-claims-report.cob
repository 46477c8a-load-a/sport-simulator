IDENTIFICATION DIVISION.
PROGRAM-ID. Insurance-Claims-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Insurance-Policies ASSIGN TO "data/insurance-policies.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ip-policy-key
    FILE STATUS IS policy-status.

  SELECT Report-Print ASSIGN TO "data/insurance-claims.prt"
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
FD Insurance-Policies
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Insurance-Policy-Record.

  COPY "src/copy/file-description/insurance-policy-record.cpy".

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

  01 policy-status PIC 99.
    88 end-of-policies VALUE 10.
    88 policies-missing VALUE 35.
  01 error-log-status PIC 99.

  01 break-team PIC X(20) VALUE SPACES.
  01 team-premiums PIC 9(9) VALUE ZERO.
  01 team-claims PIC 9(9) VALUE ZERO.
  01 team-policy-count PIC 9(4) VALUE ZERO.
  01 grand-premiums PIC 9(9) VALUE ZERO.
  01 grand-claims PIC 9(9) VALUE ZERO.
  01 policy-count PIC 9(5) VALUE ZERO.
  01 team-count PIC 9(4) VALUE ZERO.
  01 net-result PIC S9(9).

  01 premium-edit PIC Z,ZZZ,ZZ9.
  01 claim-edit PIC Z,ZZZ,ZZ9.
  01 net-edit PIC -ZZZ,ZZZ,ZZ9.
  01 days-edit PIC ZZZZ9.
  01 status-text PIC X(9).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start

  MOVE "INSURANCE PREMIUMS VS CLAIMS" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  OPEN INPUT Insurance-Policies
  IF policies-missing
    MOVE "NO INSURANCE POLICIES ON FILE." TO print-line
    PERFORM Write-Print-Line
  ELSE
    MOVE LOW-VALUE TO ip-policy-key
    START Insurance-Policies KEY >= ip-policy-key
      INVALID KEY
        MOVE "NO INSURANCE POLICIES ON FILE." TO print-line
        PERFORM Write-Print-Line
      NOT INVALID KEY
        PERFORM UNTIL end-of-policies
          READ Insurance-Policies NEXT RECORD
            AT END
              SET end-of-policies TO TRUE
            NOT AT END
              PERFORM Print-One-Policy
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Insurance-Policies

  IF break-team NOT = SPACES
    PERFORM Print-Team-Totals
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE grand-premiums TO premium-edit
  MOVE grand-claims TO claim-edit
  COMPUTE net-result = grand-claims - grand-premiums
  MOVE net-result TO net-edit
  MOVE SPACES TO print-line
  STRING "ALL " team-count " TEAM(S)      " premium-edit "  "
    claim-edit " " net-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  DISPLAY "INSURANCE REPORT: " policy-count " POLICY(IES), PREMIUMS $"
    grand-premiums ", CLAIMS $" grand-claims
  DISPLAY "WROTE INSURANCE REPORT TO data/insurance-claims.prt"
  MOVE policy-count TO run-processed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Print-One-Policy.
  IF ip-team-name NOT = break-team
    IF break-team NOT = SPACES
      PERFORM Print-Team-Totals
    END-IF
    MOVE ip-team-name TO break-team
    MOVE ZERO TO team-premiums team-claims team-policy-count
    ADD 1 TO team-count
    MOVE SPACES TO print-line
    PERFORM Write-Print-Line
    MOVE ip-team-name TO print-line
    PERFORM Write-Print-Line
  END-IF

  ADD 1 TO policy-count team-policy-count
  ADD ip-premiums-paid TO team-premiums grand-premiums
  ADD ip-claims-paid TO team-claims grand-claims

  IF policy-active
    MOVE "ACTIVE" TO status-text
  ELSE
    MOVE "CANCELLED" TO status-text
  END-IF
  MOVE ip-premiums-paid TO premium-edit
  MOVE ip-claims-paid TO claim-edit
  MOVE ip-claim-days TO days-edit
  MOVE SPACES TO print-line
  STRING "  " ip-short-name " " ip-coverage-percent "% "
    ip-waiting-days "D " status-text " " premium-edit "  "
    claim-edit " " days-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Team-Totals.
  MOVE team-premiums TO premium-edit
  MOVE team-claims TO claim-edit
  COMPUTE net-result = team-claims - team-premiums
  MOVE net-result TO net-edit
  MOVE SPACES TO print-line
  STRING "  TEAM TOTAL (" team-policy-count ")      " premium-edit
    "  " claim-edit " " net-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Column-Headings.
  MOVE "  CHARACTER  COV  WAIT STATUS     PREMIUMS     CLAIMS  DAYS"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "INSURANCE-REPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
