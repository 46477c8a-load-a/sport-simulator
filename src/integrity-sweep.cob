IDENTIFICATION DIVISION.
PROGRAM-ID. Integrity-Sweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Contracts ASSIGN TO "data/contracts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ct-short-name
    FILE STATUS IS contract-status-code.

  SELECT Contract-Bonuses ASSIGN TO "data/contract-bonuses.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS bc-clause-key
    FILE STATUS IS bonus-status.

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

  SELECT Mentorships ASSIGN TO "data/mentorships.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mn-rookie-name
    FILE STATUS IS mentorship-status.

  SELECT Player-Loans ASSIGN TO "data/player-loans.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pn-short-name
    FILE STATUS IS player-loan-status.

  SELECT Leave-Calendar ASSIGN TO "data/leave-calendar.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lv-short-name
    FILE STATUS IS leave-status.

  SELECT Appearances ASSIGN TO "data/appearances.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ap-short-name
    FILE STATUS IS appearance-status.

  SELECT Season-Stats ASSIGN TO "data/season-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ss-stats-key
    FILE STATUS IS season-stats-status.

  SELECT Satellite-Journal ASSIGN TO "data/satellite-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS satellite-journal-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/integrity-sweep.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Contracts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Contract-Record.

  COPY "src/copy/file-description/contract-record.cpy".

FD Contract-Bonuses
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Bonus-Clause-Record.

  COPY "src/copy/file-description/bonus-clause-record.cpy".

FD Injury-List
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Injury-Record.

  COPY "src/copy/file-description/injury-record.cpy".

FD Suspensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Suspension-Record.

  COPY "src/copy/file-description/suspension-record.cpy".

FD Mentorships
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Mentorship-Record.

  COPY "src/copy/file-description/mentorship-record.cpy".

FD Player-Loans
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Loan-Record.

  COPY "src/copy/file-description/player-loan-record.cpy".

FD Leave-Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Leave-Record.

  COPY "src/copy/file-description/leave-record.cpy".

FD Appearances
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Appearance-Record.

  COPY "src/copy/file-description/appearance-record.cpy".

FD Season-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Stats-Record.

  COPY "src/copy/file-description/season-stats-record.cpy".

FD Satellite-Journal.
  COPY "src/copy/file-description/satellite-journal-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 contract-status-code PIC 99.
    88 end-of-contracts VALUE 10.
    88 contracts-missing VALUE 35.
  01 bonus-status PIC 99.
    88 end-of-bonuses VALUE 10.
    88 bonuses-missing VALUE 35.
  01 injury-list-status PIC 99.
    88 end-of-injury-list VALUE 10.
    88 injury-list-missing VALUE 35.
  01 suspension-status PIC 99.
    88 end-of-suspensions VALUE 10.
    88 suspensions-missing VALUE 35.
  01 mentorship-status PIC 99.
    88 end-of-mentorships VALUE 10.
    88 mentorships-missing VALUE 35.
  01 player-loan-status PIC 99.
    88 end-of-player-loans VALUE 10.
    88 player-loans-missing VALUE 35.
  01 leave-status PIC 99.
    88 end-of-leave-calendar VALUE 10.
    88 leave-calendar-missing VALUE 35.
  01 appearance-status PIC 99.
    88 end-of-appearances VALUE 10.
    88 appearances-missing VALUE 35.
  01 season-stats-status PIC 99.
    88 end-of-season-stats VALUE 10.
    88 season-stats-missing VALUE 35.
  01 satellite-journal-status PIC 99.
    88 satellite-journal-missing VALUE 35.
  01 audit-file PIC 99.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  01 error-log-status PIC 99.

  01 sweep-mode PIC X(6) VALUE "REPORT".
    88 sweep-report-only VALUE "REPORT".
    88 sweep-fix-mode    VALUE "FIX".

  01 lookup-key PIC X(10).
  01 lookup-result PIC X.
    88 lookup-character-ok      VALUE "K".
    88 lookup-character-missing VALUE "M".
    88 lookup-character-archived VALUE "A".
    88 lookup-character-retired VALUE "R".
  01 lookup-team PIC X(20).
  01 mentor-team PIC X(20).

  01 sweep-file-tag PIC X(16).
  01 sweep-key PIC X(24).
  01 sweep-reason PIC X(20).
  01 sweep-detail PIC X(30).
  01 stale-row-flag PIC 9 VALUE ZERO.
    88 row-is-stale VALUE 1.
  01 row-fixable-flag PIC 9 VALUE 1.
    88 row-can-be-closed VALUE 1.
  01 satellite-before-hold PIC X(120).
  01 audit-field-name PIC X(15).
  01 audit-status-before PIC X.
  01 audit-status-after PIC X.

  01 file-stale-count PIC 9(5) VALUE ZERO.
  01 file-rows-read PIC 9(5) VALUE ZERO.
  01 total-stale-count PIC 9(5) VALUE ZERO.
  01 total-closed-count PIC 9(5) VALUE ZERO.
  01 total-rows-read PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
    run-rejected-count
  MOVE "COMPLETE" TO run-completion-status
  MOVE ZERO TO total-stale-count total-closed-count total-rows-read
  MOVE ZERO TO report-control-status
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Sweep-Mode

  MOVE "SATELLITE INTEGRITY SWEEP" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  DISPLAY "=== SATELLITE INTEGRITY SWEEP (" FUNCTION TRIM(sweep-mode)
    ") ==="

  MOVE ZERO TO File-Status
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status

  PERFORM Sweep-Contracts
  PERFORM Sweep-Contract-Bonuses
  PERFORM Sweep-Injury-List
  PERFORM Sweep-Suspensions
  PERFORM Sweep-Mentorships
  PERFORM Sweep-Player-Loans
  PERFORM Sweep-Leave-Calendar
  PERFORM Sweep-Appearances
  PERFORM Sweep-Season-Stats

  CLOSE CharacterSheet

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "TOTAL: " total-rows-read " ROW(S) READ, "
    total-stale-count " STALE, " total-closed-count " CLOSED"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  MOVE total-rows-read TO run-processed-count
  MOVE total-closed-count TO run-changed-count
  MOVE total-stale-count TO run-rejected-count
  PERFORM Write-Run-History-Entry

  DISPLAY "INTEGRITY SWEEP COMPLETE: " total-rows-read
    " ROW(S) READ, " total-stale-count " STALE, "
    total-closed-count " CLOSED"
  DISPLAY "WROTE SWEEP REPORT TO data/integrity-sweep.prt"
GOBACK.

Load-Sweep-Mode.
  MOVE "REPORT" TO sweep-mode
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "INTEGRITY-SWEEP"
                AND FUNCTION UPPER-CASE(rc-filter) = "FIX"
              SET sweep-fix-mode TO TRUE
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF batch-dry-run
    SET sweep-report-only TO TRUE
  END-IF.

Start-File-Group.
  MOVE ZERO TO file-stale-count file-rows-read
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "--- " FUNCTION TRIM(sweep-file-tag) " ---"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY "--- " FUNCTION TRIM(sweep-file-tag) " ---".

Note-File-Not-On-File.
  MOVE SPACES TO print-line
  STRING "  FILE NOT ON FILE; NOTHING TO SWEEP."
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

End-File-Group.
  ADD file-rows-read TO total-rows-read
  MOVE SPACES TO print-line
  IF file-stale-count = ZERO
    STRING "  NO STALE ROWS IN " file-rows-read " READ."
      DELIMITED BY SIZE INTO print-line
  ELSE
    STRING "  " file-stale-count " STALE ROW(S) IN "
      file-rows-read " READ."
      DELIMITED BY SIZE INTO print-line
  END-IF
  PERFORM Write-Print-Line.

Lookup-Character.
  MOVE SPACES TO lookup-team
  MOVE lookup-key TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      SET lookup-character-missing TO TRUE
    NOT INVALID KEY
      MOVE team TO lookup-team
      EVALUATE TRUE
        WHEN character-archived
          SET lookup-character-archived TO TRUE
        WHEN team = "RETIRED"
          SET lookup-character-retired TO TRUE
        WHEN OTHER
          SET lookup-character-ok TO TRUE
      END-EVALUATE
  END-READ.

Set-Reason-From-Lookup.
  MOVE ZERO TO stale-row-flag
  MOVE SPACES TO sweep-reason sweep-detail
  EVALUATE TRUE
    WHEN lookup-character-missing
      SET row-is-stale TO TRUE
      MOVE "NO SUCH CHARACTER" TO sweep-reason
    WHEN lookup-character-archived
      SET row-is-stale TO TRUE
      MOVE "CHARACTER ARCHIVED" TO sweep-reason
    WHEN lookup-character-retired
      SET row-is-stale TO TRUE
      MOVE "CHARACTER RETIRED" TO sweep-reason
  END-EVALUATE.

Report-Stale-Row.
  ADD 1 TO file-stale-count total-stale-count
  MOVE SPACES TO print-line
  STRING "  " sweep-key(1:10) " " sweep-reason " "
    sweep-detail
    DELIMITED BY SIZE INTO print-line
  IF NOT row-can-be-closed
    MOVE "(REPORT ONLY)" TO print-line(67:)
  END-IF
  PERFORM Write-Print-Line
  DISPLAY "  " sweep-key(1:10) " " sweep-reason " "
    FUNCTION TRIM(sweep-detail).

Journal-And-Audit-Close.
  MOVE "REWRITE" TO sa-action
  MOVE sweep-file-tag TO sa-file
  MOVE sweep-key TO sa-key
  MOVE satellite-before-hold TO sa-before-image
  PERFORM Write-Satellite-Journal-Entry

  MOVE sweep-key(1:10) TO audit-key
  MOVE FUNCTION CURRENT-DATE(1:8) TO audit-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO audit-time
  PERFORM Load-Operator-Id
  MOVE operator-id TO audit-operator
  MOVE "SWEEP" TO audit-action
  MOVE audit-field-name TO audit-field
  MOVE audit-status-before TO audit-old-value
  MOVE audit-status-after TO audit-new-value
  OPEN EXTEND Character-Audit
    WRITE Character-Audit-Record
  CLOSE Character-Audit
  ADD 1 TO total-closed-count.

Sweep-Contracts.
  MOVE "CONTRACTS" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO contract-status-code
  IF sweep-fix-mode
    OPEN I-O Contracts
  ELSE
    OPEN INPUT Contracts
  END-IF
  IF contracts-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO ct-short-name
    START Contracts KEY >= ct-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-contracts
          READ Contracts NEXT RECORD
            AT END
              SET end-of-contracts TO TRUE
            NOT AT END
              PERFORM Check-One-Contract
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Contracts
  PERFORM End-File-Group.

Check-One-Contract.
  ADD 1 TO file-rows-read
  IF contract-expired OR contract-released
    EXIT PARAGRAPH
  END-IF
  MOVE ct-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE ct-short-name TO sweep-key
  STRING "STATUS " ct-status " " ct-start-year "-" ct-end-year
    DELIMITED BY SIZE INTO sweep-detail
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Contract-Record TO satellite-before-hold
    MOVE ct-status TO audit-status-before
    SET contract-expired TO TRUE
    REWRITE Contract-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Contract-Record TO sa-after-image
    MOVE "CT-STATUS" TO audit-field-name
    MOVE ct-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Contract-Bonuses.
  MOVE "CONTRACT-BONUSES" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO bonus-status
  IF sweep-fix-mode
    OPEN I-O Contract-Bonuses
  ELSE
    OPEN INPUT Contract-Bonuses
  END-IF
  IF bonuses-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO bc-clause-key
    START Contract-Bonuses KEY >= bc-clause-key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-bonuses
          READ Contract-Bonuses NEXT RECORD
            AT END
              SET end-of-bonuses TO TRUE
            NOT AT END
              PERFORM Check-One-Bonus-Clause
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Contract-Bonuses
  PERFORM End-File-Group.

Check-One-Bonus-Clause.
  ADD 1 TO file-rows-read
  IF NOT bonus-clause-open
    EXIT PARAGRAPH
  END-IF
  MOVE bc-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE bc-clause-key TO sweep-key
  STRING "CLAUSE " FUNCTION TRIM(bc-clause-type) " " bc-season
    DELIMITED BY SIZE INTO sweep-detail
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Bonus-Clause-Record TO satellite-before-hold
    MOVE bc-status TO audit-status-before
    SET bonus-clause-void TO TRUE
    REWRITE Bonus-Clause-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Bonus-Clause-Record TO sa-after-image
    MOVE "BC-STATUS" TO audit-field-name
    MOVE bc-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Injury-List.
  MOVE "INJURY-LIST" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO injury-list-status
  IF sweep-fix-mode
    OPEN I-O Injury-List
  ELSE
    OPEN INPUT Injury-List
  END-IF
  IF injury-list-missing
    PERFORM Note-File-Not-On-File
  ELSE
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
              PERFORM Check-One-Injury
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Injury-List
  PERFORM End-File-Group.

Check-One-Injury.
  ADD 1 TO file-rows-read
  IF NOT injury-open
    EXIT PARAGRAPH
  END-IF
  MOVE in-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE in-short-name TO sweep-key
  STRING "OUT SINCE " in-injury-date
    DELIMITED BY SIZE INTO sweep-detail
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Injury-Record TO satellite-before-hold
    MOVE in-status TO audit-status-before
    SET injury-healed TO TRUE
    REWRITE Injury-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Injury-Record TO sa-after-image
    MOVE "IN-STATUS" TO audit-field-name
    MOVE in-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Suspensions.
  MOVE "SUSPENSIONS" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO suspension-status
  IF sweep-fix-mode
    OPEN I-O Suspensions
  ELSE
    OPEN INPUT Suspensions
  END-IF
  IF suspensions-missing
    PERFORM Note-File-Not-On-File
  ELSE
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
              PERFORM Check-One-Suspension
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Suspensions
  PERFORM End-File-Group.

Check-One-Suspension.
  ADD 1 TO file-rows-read
  IF NOT suspension-active
    EXIT PARAGRAPH
  END-IF
  MOVE su-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE su-short-name TO sweep-key
  STRING su-games-served " OF " su-games-to-serve " SERVED"
    DELIMITED BY SIZE INTO sweep-detail
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Suspension-Record TO satellite-before-hold
    MOVE su-status TO audit-status-before
    SET suspension-served TO TRUE
    REWRITE Suspension-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Suspension-Record TO sa-after-image
    MOVE "SU-STATUS" TO audit-field-name
    MOVE su-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Mentorships.
  MOVE "MENTORSHIPS" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO mentorship-status
  IF sweep-fix-mode
    OPEN I-O Mentorships
  ELSE
    OPEN INPUT Mentorships
  END-IF
  IF mentorships-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO mn-rookie-name
    START Mentorships KEY >= mn-rookie-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-mentorships
          READ Mentorships NEXT RECORD
            AT END
              SET end-of-mentorships TO TRUE
            NOT AT END
              PERFORM Check-One-Mentorship
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Mentorships
  PERFORM End-File-Group.

Check-One-Mentorship.
  ADD 1 TO file-rows-read
  IF NOT mentorship-active
    EXIT PARAGRAPH
  END-IF
  MOVE mn-rookie-name TO sweep-key
  MOVE mn-mentor-name TO lookup-key
  PERFORM Lookup-Character
  MOVE lookup-team TO mentor-team
  PERFORM Set-Reason-From-Lookup
  IF row-is-stale
    STRING "MENTOR " mn-mentor-name
      DELIMITED BY SIZE INTO sweep-detail
  ELSE
    MOVE mn-rookie-name TO lookup-key
    PERFORM Lookup-Character
    PERFORM Set-Reason-From-Lookup
    IF row-is-stale
      STRING "ROOKIE " mn-rookie-name
        DELIMITED BY SIZE INTO sweep-detail
    ELSE
      IF mn-team NOT = lookup-team OR mn-team NOT = mentor-team
        SET row-is-stale TO TRUE
        MOVE "TEAM MISMATCH" TO sweep-reason
        MOVE mn-team TO sweep-detail
      END-IF
    END-IF
  END-IF
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Mentorship-Record TO satellite-before-hold
    MOVE mn-status TO audit-status-before
    SET mentorship-closed TO TRUE
    REWRITE Mentorship-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Mentorship-Record TO sa-after-image
    MOVE "MN-STATUS" TO audit-field-name
    MOVE mn-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Player-Loans.
  MOVE "PLAYER-LOANS" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO player-loan-status
  IF sweep-fix-mode
    OPEN I-O Player-Loans
  ELSE
    OPEN INPUT Player-Loans
  END-IF
  IF player-loans-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO pn-short-name
    START Player-Loans KEY >= pn-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-player-loans
          READ Player-Loans NEXT RECORD
            AT END
              SET end-of-player-loans TO TRUE
            NOT AT END
              PERFORM Check-One-Player-Loan
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Player-Loans
  PERFORM End-File-Group.

Check-One-Player-Loan.
  ADD 1 TO file-rows-read
  IF NOT player-on-loan
    EXIT PARAGRAPH
  END-IF
  MOVE pn-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale AND lookup-team NOT = pn-loan-team
    SET row-is-stale TO TRUE
    MOVE "TEAM MISMATCH" TO sweep-reason
    MOVE lookup-team TO sweep-detail
  END-IF
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE pn-short-name TO sweep-key
  IF sweep-detail = SPACES
    STRING "ON LOAN TO " pn-loan-team
      DELIMITED BY SIZE INTO sweep-detail
  END-IF
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Player-Loan-Record TO satellite-before-hold
    MOVE pn-status TO audit-status-before
    SET player-loan-returned TO TRUE
    REWRITE Player-Loan-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Player-Loan-Record TO sa-after-image
    MOVE "PN-STATUS" TO audit-field-name
    MOVE pn-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Leave-Calendar.
  MOVE "LEAVE-CALENDAR" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO leave-status
  IF sweep-fix-mode
    OPEN I-O Leave-Calendar
  ELSE
    OPEN INPUT Leave-Calendar
  END-IF
  IF leave-calendar-missing
    PERFORM Note-File-Not-On-File
  ELSE
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
              PERFORM Check-One-Leave
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Leave-Calendar
  PERFORM End-File-Group.

Check-One-Leave.
  ADD 1 TO file-rows-read
  IF NOT leave-open
    EXIT PARAGRAPH
  END-IF
  MOVE lv-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE lv-short-name TO sweep-key
  STRING lv-start-date " TO " lv-end-date
    DELIMITED BY SIZE INTO sweep-detail
  SET row-can-be-closed TO TRUE
  PERFORM Report-Stale-Row
  IF sweep-fix-mode
    MOVE Leave-Record TO satellite-before-hold
    MOVE lv-status TO audit-status-before
    SET leave-closed TO TRUE
    REWRITE Leave-Record
      INVALID KEY
        EXIT PARAGRAPH
    END-REWRITE
    MOVE Leave-Record TO sa-after-image
    MOVE "LV-STATUS" TO audit-field-name
    MOVE lv-status TO audit-status-after
    PERFORM Journal-And-Audit-Close
  END-IF.

Sweep-Appearances.
  MOVE "APPEARANCES" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO appearance-status
  OPEN INPUT Appearances
  IF appearances-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO ap-short-name
    START Appearances KEY >= ap-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-appearances
          READ Appearances NEXT RECORD
            AT END
              SET end-of-appearances TO TRUE
            NOT AT END
              PERFORM Check-One-Appearance
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Appearances
  PERFORM End-File-Group.

Check-One-Appearance.
  ADD 1 TO file-rows-read
  MOVE ap-short-name TO lookup-key
  PERFORM Lookup-Character
  PERFORM Set-Reason-From-Lookup
  IF NOT row-is-stale
    EXIT PARAGRAPH
  END-IF
  MOVE ap-short-name TO sweep-key
  STRING ap-games-dressed " OF " ap-games-available " DRESSED"
    DELIMITED BY SIZE INTO sweep-detail
  MOVE ZERO TO row-fixable-flag
  PERFORM Report-Stale-Row.

Sweep-Season-Stats.
  MOVE "SEASON-STATS" TO sweep-file-tag
  PERFORM Start-File-Group
  MOVE ZERO TO season-stats-status
  OPEN INPUT Season-Stats
  IF season-stats-missing
    PERFORM Note-File-Not-On-File
  ELSE
    MOVE LOW-VALUE TO ss-stats-key
    START Season-Stats KEY >= ss-stats-key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-season-stats
          READ Season-Stats NEXT RECORD
            AT END
              SET end-of-season-stats TO TRUE
            NOT AT END
              PERFORM Check-One-Season-Stats
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Season-Stats
  PERFORM End-File-Group.

Check-One-Season-Stats.
  ADD 1 TO file-rows-read
  MOVE ss-short-name TO lookup-key
  PERFORM Lookup-Character
  IF NOT lookup-character-missing
    EXIT PARAGRAPH
  END-IF
  PERFORM Set-Reason-From-Lookup
  MOVE ss-stats-key TO sweep-key
  STRING "SEASON " ss-season-year
    DELIMITED BY SIZE INTO sweep-detail
  MOVE ZERO TO row-fixable-flag
  PERFORM Report-Stale-Row.

Print-Column-Headings.
  MOVE SPACES TO print-line
  STRING "  KEY        REASON               DETAIL"
    DELIMITED BY SIZE INTO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "INTEGRITY-SWEEP".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "INTEGRITY-SWEEP"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/satellite-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "INTEGRITY-SWEEP".

  COPY "src/copy/procedure/error-log-writer.cpy".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "INTEGRITY-SWEEP".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
