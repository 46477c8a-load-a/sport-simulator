IDENTIFICATION DIVISION.
PROGRAM-ID. Satisfaction-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Satisfaction ASSIGN TO "data/satisfaction.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS sa-satisfaction-key
    FILE STATUS IS satisfaction-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Report-Print ASSIGN TO "data/satisfaction-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Satisfaction
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Satisfaction-Record.

  COPY "src/copy/file-description/satisfaction-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/satisfaction-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 current-team PIC X(20) VALUE SPACES.
  01 satisfaction-long-name PIC X(21).
  01 risk-text PIC X(14).
  01 team-character-count PIC 9(4) VALUE ZERO.
  01 team-at-risk-count PIC 9(4) VALUE ZERO.
  01 league-character-count PIC 9(5) VALUE ZERO.
  01 league-at-risk-count PIC 9(5) VALUE ZERO.
  01 league-request-count PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  MOVE "PLAYER SATISFACTION REPORT" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report

  OPEN INPUT Satisfaction
  IF satisfaction-missing
    DISPLAY "NO SATISFACTION SCORES ON FILE YET."
    MOVE "NO SATISFACTION SCORES ON FILE." TO print-line
    PERFORM Write-Print-Line
    CLOSE Satisfaction
    CLOSE Report-Print
    STOP RUN
  END-IF
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status

  DISPLAY SPACES
  DISPLAY "=== PLAYER SATISFACTION ==="
  MOVE LOW-VALUE TO sa-satisfaction-key
  START Satisfaction KEY >= sa-satisfaction-key
    INVALID KEY
      DISPLAY "NO SATISFACTION RECORDS FOUND"
    NOT INVALID KEY
      PERFORM UNTIL end-of-satisfaction
        READ Satisfaction NEXT RECORD
          AT END
            SET end-of-satisfaction TO TRUE
          NOT AT END
            IF sa-team NOT = current-team
              PERFORM Close-Team-Block
              PERFORM Open-Team-Block
            END-IF
            PERFORM Print-One-Satisfaction-Line
        END-READ
      END-PERFORM
  END-START
  PERFORM Close-Team-Block
  CLOSE CharacterSheet
  CLOSE Satisfaction

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "LEAGUE TOTAL: " league-character-count " SCORED, "
    league-at-risk-count " AT RISK, " league-request-count
    " TRADE REQUEST(S) OPEN"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print
  DISPLAY "WROTE SATISFACTION TO data/satisfaction-report.prt"
STOP RUN.

Print-Column-Headings.
  MOVE "CHARACTER             SCORE  PT PAY STD FRN MEN WKS STATUS"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Open-Team-Block.
  MOVE sa-team TO current-team
  MOVE ZERO TO team-character-count team-at-risk-count
  MOVE SPACES TO print-line
  STRING "=== TEAM: " FUNCTION TRIM(current-team) " ==="
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY "--- " FUNCTION TRIM(current-team) " ---".

Close-Team-Block.
  IF current-team = SPACES
    EXIT PARAGRAPH
  END-IF
  MOVE SPACES TO print-line
  STRING "  AT RISK: " team-at-risk-count " OF " team-character-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line.

Print-One-Satisfaction-Line.
  ADD 1 TO team-character-count league-character-count
  MOVE sa-short-name TO satisfaction-long-name
  MOVE sa-short-name TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE long-name TO satisfaction-long-name
  END-READ

  EVALUATE TRUE
    WHEN sa-trade-request-id NOT = ZERO
      MOVE SPACES TO risk-text
      STRING "TRADE REQ " sa-trade-request-id
        DELIMITED BY SIZE INTO risk-text
      ADD 1 TO league-request-count
    WHEN satisfaction-unhappy
      MOVE "UNHAPPY" TO risk-text
    WHEN satisfaction-at-risk
      MOVE "AT RISK" TO risk-text
    WHEN OTHER
      MOVE "CONTENT" TO risk-text
  END-EVALUATE
  IF NOT satisfaction-content
    ADD 1 TO team-at-risk-count league-at-risk-count
  END-IF

  MOVE SPACES TO print-line
  STRING satisfaction-long-name " " sa-score "   "
    sa-playing-time-points "  " sa-pay-points "  "
    sa-standing-points "  " sa-friendship-points "  "
    sa-mentorship-points "  " sa-weeks-below " " risk-text
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF NOT satisfaction-content
    DISPLAY satisfaction-long-name " " sa-score " "
      FUNCTION TRIM(risk-text)
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "SATISFACTION-REPORT"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
