    RECORD KEY IS su-short-name
    FILE STATUS IS suspension-status.

  SELECT Character-Fines ASSIGN TO "data/character-fines.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cf-short-name
    FILE STATUS IS character-fines-status.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Conduct-Incidents.
  COPY "src/copy/file-description/conduct-incident-record.cpy".

FD Suspensions
  LABEL RECORDS ARE STANDARD

  COPY "src/copy/file-description/suspension-record.cpy".

FD Character-Fines
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Fine-Record.

  COPY "src/copy/file-description/character-fine-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/feud-data.cpy".

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 suspension-status PIC 99.
    88 end-of-suspensions VALUE 10.
    88 suspensions-missing VALUE 35.
  01 character-fines-status PIC 99.
    88 end-of-character-fines VALUE 10.
    88 character-fines-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 error-log-status PIC 99.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.

  01 desk-choice PIC X.
    88 incident-chosen VALUES "I", "i".
    88 suspend-chosen  VALUES "S", "s".
    88 fine-chosen     VALUES "F", "f".
    88 history-chosen  VALUES "H", "h".
    88 quit-chosen     VALUES "Q", "q".

  01 entry-short-name PIC X(10).
  01 entry-code PIC X(10).
  01 entry-other-party PIC X(10).
  78 CONDUCT-FEUD-HEAT VALUE 40.
  01 entry-description PIC X(30).
  01 entry-games PIC 99.
  01 entry-fine PIC 9(5) VALUE ZERO.
  01 fine-record-found PIC 9 VALUE ZERO.
    88 fine-was-found VALUE 1.
  01 fine-count PIC 9(4) VALUE ZERO.
  01 incident-count PIC 9(4) VALUE ZERO.
  01 suspension-count PIC 9(4) VALUE ZERO.
  01 suspension-found PIC 9 VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== CONDUCT DESK ==="
    DISPLAY "[I]NCIDENT, [S]USPEND, [F]INE, [H]ISTORY REPORT OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT desk-choice
    EVALUATE TRUE
        PERFORM Record-One-Incident
      WHEN suspend-chosen
        PERFORM Impose-One-Suspension
      WHEN fine-chosen
        PERFORM Assess-One-Fine
      WHEN history-chosen
        PERFORM Print-Discipline-History
      WHEN quit-chosen
  DISPLAY "DESCRIPTION: " WITH NO ADVANCING
  ACCEPT entry-description

  DISPLAY "OTHER PARTY (SHORT NAME, BLANK IF NONE): "
    WITH NO ADVANCING
  ACCEPT entry-other-party
  MOVE FUNCTION UPPER-CASE(entry-other-party) TO entry-other-party

  MOVE ZERO TO entry-fine
  PERFORM Write-Incident-Record
  ADD 1 TO run-changed-count
  DISPLAY "INCIDENT RECORDED FOR "
    FUNCTION TRIM(entry-short-name)
  IF entry-other-party NOT = SPACES
      AND entry-other-party NOT = entry-short-name
    PERFORM Start-Conduct-Feud
  END-IF.

Start-Conduct-Feud.
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  MOVE entry-other-party TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      DISPLAY "NO CHARACTER " FUNCTION TRIM(entry-other-party)
        "; NO FEUD RECORDED."
      MOVE SPACES TO entry-other-party
  END-READ
  CLOSE CharacterSheet
  IF entry-other-party = SPACES
    EXIT PARAGRAPH
  END-IF

  MOVE entry-short-name TO feud-name-1
  MOVE entry-other-party TO feud-name-2
  MOVE "CONDUCT" TO feud-cause
  MOVE CONDUCT-FEUD-HEAT TO feud-heat
  PERFORM Load-Season-Clock
  IF season-clock-found
    MOVE clock-date TO feud-date
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO feud-date
  END-IF
  PERFORM Raise-Feud
  DISPLAY "FEUD ON FILE: " FUNCTION TRIM(entry-short-name) " AND "
    FUNCTION TRIM(entry-other-party).

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
  CLOSE Season-Clock.

Capture-Incident-Character.
  DISPLAY "CHARACTER (SHORT NAME): " WITH NO ADVANCING
  MOVE entry-description TO ci-description
  PERFORM Load-Operator-Id
  MOVE operator-id TO ci-operator
  MOVE entry-fine TO ci-fine-amount

  OPEN EXTEND Conduct-Incidents
  IF incidents-missing
  END-IF
  CLOSE Suspensions

  MOVE ZERO TO entry-fine
  PERFORM Write-Incident-Record
  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(entry-short-name) " SUSPENDED FOR "
    entry-games " GAME(S)".

Assess-One-Fine.
  PERFORM Capture-Incident-Character
  IF entry-short-name = SPACES
    EXIT PARAGRAPH
  END-IF

  DISPLAY "FINE AMOUNT (1-99999): " WITH NO ADVANCING
  ACCEPT entry-fine
  IF entry-fine = ZERO
    DISPLAY "NO FINE AMOUNT GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "REASON: " WITH NO ADVANCING
  ACCEPT entry-description
  MOVE "FINE" TO entry-code

  OPEN I-O Character-Fines
  IF character-fines-missing
    OPEN OUTPUT Character-Fines
    CLOSE Character-Fines
    OPEN I-O Character-Fines
  END-IF

  MOVE ZERO TO fine-record-found
  MOVE entry-short-name TO cf-short-name
  READ Character-Fines
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET fine-was-found TO TRUE
  END-READ

  IF NOT fine-was-found
    INITIALIZE Character-Fine-Record
    MOVE entry-short-name TO cf-short-name
  END-IF
  ADD entry-fine TO cf-assessed-total
  ADD entry-fine TO cf-outstanding
  MOVE FUNCTION CURRENT-DATE(1:8) TO cf-last-assessed-date
  IF fine-was-found
    REWRITE Character-Fine-Record
  ELSE
    WRITE Character-Fine-Record
  END-IF
  CLOSE Character-Fines

  PERFORM Write-Incident-Record
  ADD 1 TO run-changed-count
  DISPLAY FUNCTION TRIM(entry-short-name) " FINED $" entry-fine
    "; $" cf-outstanding " NOW OUTSTANDING AGAINST PAY".

Print-Discipline-History.
  MOVE "DISCIPLINE HISTORY" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  MOVE ZERO TO incident-count suspension-count fine-count

  MOVE "--- CONDUCT INCIDENTS ---" TO print-line
  PERFORM Write-Print-Line
  END-IF
  CLOSE Suspensions

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "--- FINES OUTSTANDING AGAINST PAY ---" TO print-line
  PERFORM Write-Print-Line
  OPEN INPUT Character-Fines
  IF NOT character-fines-missing
    MOVE LOW-VALUE TO cf-short-name
    START Character-Fines KEY >= cf-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-character-fines
          READ Character-Fines NEXT RECORD
            AT END
              SET end-of-character-fines TO TRUE
            NOT AT END
              ADD 1 TO fine-count
              MOVE SPACES TO print-line
              STRING cf-short-name " ASSESSED " cf-assessed-total
                " WITHHELD " cf-withheld-total " OUTSTANDING "
                cf-outstanding
                DELIMITED BY SIZE INTO print-line
              PERFORM Write-Print-Line
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Character-Fines

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING incident-count " INCIDENT(S), " suspension-count
    " SUSPENSION(S), " fine-count " FINE ACCOUNT(S) ON FILE"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print
PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

FEUD-MANAGEMENT SECTION.
  COPY "src/copy/procedure/feud-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "CONDUCT-DESK".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
