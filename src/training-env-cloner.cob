IDENTIFICATION DIVISION.
PROGRAM-ID. Training-Env-Cloner.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Training-Characters ASSIGN TO DYNAMIC training-characters-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Training-Calendar ASSIGN TO DYNAMIC training-calendar-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Training-Standings ASSIGN TO DYNAMIC training-standings-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Training-Friend-List
      ASSIGN TO DYNAMIC training-friend-list-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Training-Hall-Of-Fame
      ASSIGN TO DYNAMIC training-hall-of-fame-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS hf-short-name
    FILE STATUS IS hall-status.

  SELECT Training-Pensions ASSIGN TO DYNAMIC training-pensions-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT Training-Prospects ASSIGN TO DYNAMIC training-prospects-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pro-short-name
    FILE STATUS IS prospect-status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Training-Journal ASSIGN TO DYNAMIC training-journal-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS training-journal-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT Training-Audit ASSIGN TO DYNAMIC training-audit-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS training-audit-status.

  SELECT Transaction-Wire ASSIGN TO "data/transaction-wire.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS wire-status.

  SELECT Training-Wire ASSIGN TO DYNAMIC training-wire-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS training-wire-status.

  SELECT Backup-In ASSIGN TO DYNAMIC backup-in-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS backup-in-status.

  SELECT Training-Stamp ASSIGN TO DYNAMIC training-stamp-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS training-stamp-status.

  SELECT League-Master ASSIGN TO "data/league-master.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lm-league-id
    FILE STATUS IS league-master-status.

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
FD Training-Characters.
  COPY "src/copy/file-description/character-record.cpy".

FD Training-Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Training-Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.

  COPY "src/copy/file-description/standings-record.cpy".

FD Training-Friend-List
  LABEL RECORDS ARE STANDARD
  RECORD CONTAINS 43 CHARACTERS
  DATA RECORD IS Friend-Record.

  COPY "src/copy/file-description/friend-record.cpy".

FD Training-Hall-Of-Fame
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Hall-Of-Fame-Record.

  COPY "src/copy/file-description/hall-of-fame-record.cpy".

FD Training-Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD Training-Prospects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prospect-Record.

  COPY "src/copy/file-description/prospect-record.cpy".

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Training-Journal.
  01 training-journal-line PIC X(620).

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD Training-Audit.
  01 training-audit-line PIC X(100).

FD Transaction-Wire.
  COPY "src/copy/file-description/transaction-wire-record.cpy".

FD Training-Wire.
  01 training-wire-line PIC X(130).

FD Backup-In.
  01 backup-in-line PIC X(300).

FD Training-Stamp.
  COPY "src/copy/file-description/training-stamp-record.cpy".

FD League-Master
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Master-Record.

  COPY "src/copy/file-description/league-master-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 Calendar-Status PIC 99.
  01 Standings-Status PIC 99.
  01 friend-file PIC 99.
  01 hall-status PIC 99.
    88 end-of-hall-of-fame VALUE 10.
  01 pension-status PIC 99.
    88 end-of-pensions VALUE 10.
  01 prospect-status PIC 99.
    88 end-of-prospects VALUE 10.
  01 character-journal-status PIC 99.
    88 end-of-character-journal VALUE 10.
    88 character-journal-missing VALUE 35.
  01 training-journal-status PIC 99.
  01 audit-file PIC 99.
    88 end-of-audit-file VALUE 10.
    88 audit-file-missing VALUE 35.
  01 training-audit-status PIC 99.
  01 wire-status PIC 99.
    88 end-of-wire VALUE 10.
    88 wire-missing VALUE 35.
  01 training-wire-status PIC 99.
  01 backup-in-status PIC 99.
    88 end-of-backup-in VALUE 10.
    88 backup-in-missing VALUE 35.
  01 training-stamp-status PIC 99.
    88 training-stamp-missing VALUE 35.
  01 error-log-status PIC 99.
  01 league-master-status PIC 99.
    88 end-of-league-master VALUE 10.
    88 league-master-missing VALUE 35.

  78 TRAINING-FOLDER VALUE "training".
  78 TRAINING-DATA-FOLDER VALUE "training/data".
  78 TRAINING-PREFIX VALUE "training/data/".
  78 LIVE-PREFIX VALUE "data/".
  78 MASKED-DESCRIPTION VALUE "DESCRIPTION MASKED FOR TRAINING".

  01 Clone-File-Table.
    02 FILLER PIC X(28) VALUE "alert-routing.dat".
    02 FILLER PIC X(28) VALUE "all-star-roster.dat".
    02 FILLER PIC X(28) VALUE "appearances.dat".
    02 FILLER PIC X(28) VALUE "attendance.dat".
    02 FILLER PIC X(28) VALUE "auth-decisions.log".
    02 FILLER PIC X(28) VALUE "awards-history.dat".
    02 FILLER PIC X(28) VALUE "away-results.dat".
    02 FILLER PIC X(28) VALUE "backout.log".
    02 FILLER PIC X(28) VALUE "calendar.dat".
    02 FILLER PIC X(28) VALUE "capacity-trend.dat".
    02 FILLER PIC X(28) VALUE "career-stats.dat".
    02 FILLER PIC X(28) VALUE "character-checkouts.dat".
    02 FILLER PIC X(28) VALUE "character-fines.dat".
    02 FILLER PIC X(28) VALUE "chart-of-accounts.dat".
    02 FILLER PIC X(28) VALUE "coaching-staff.dat".
    02 FILLER PIC X(28) VALUE "conduct-incidents.dat".
    02 FILLER PIC X(28) VALUE "contract-bonuses.dat".
    02 FILLER PIC X(28) VALUE "contracts.dat".
    02 FILLER PIC X(28) VALUE "cycle-progress.dat".
    02 FILLER PIC X(28) VALUE "dead-money.dat".
    02 FILLER PIC X(28) VALUE "directives.dat".
    02 FILLER PIC X(28) VALUE "distribution-list.dat".
    02 FILLER PIC X(28) VALUE "equipment-assignments.dat".
    02 FILLER PIC X(28) VALUE "equipment.dat".
    02 FILLER PIC X(28) VALUE "event-definitions.dat".
    02 FILLER PIC X(28) VALUE "exhibition-results.dat".
    02 FILLER PIC X(28) VALUE "facility-projects.dat".
    02 FILLER PIC X(28) VALUE "feuds.dat".
    02 FILLER PIC X(28) VALUE "file-error.log".
    02 FILLER PIC X(28) VALUE "fortune-definitions.dat".
    02 FILLER PIC X(28) VALUE "friend-list.dat".
    02 FILLER PIC X(28) VALUE "friendship-log.dat".
    02 FILLER PIC X(28) VALUE "game-history.dat".
    02 FILLER PIC X(28) VALUE "game-log.dat".
    02 FILLER PIC X(28) VALUE "ical-events.dat".
    02 FILLER PIC X(28) VALUE "injury-list.dat".
    02 FILLER PIC X(28) VALUE "insurance-policies.dat".
    02 FILLER PIC X(28) VALUE "job-earnings.dat".
    02 FILLER PIC X(28) VALUE "job-rates.dat".
    02 FILLER PIC X(28) VALUE "league-master.dat".
    02 FILLER PIC X(28) VALUE "league-movements.dat".
    02 FILLER PIC X(28) VALUE "league-records.dat".
    02 FILLER PIC X(28) VALUE "league-rules.dat".
    02 FILLER PIC X(28) VALUE "league-signon.dat".
    02 FILLER PIC X(28) VALUE "league-structure.dat".
    02 FILLER PIC X(28) VALUE "leave-calendar.dat".
    02 FILLER PIC X(28) VALUE "ledger-periods.dat".
    02 FILLER PIC X(28) VALUE "lineup-cards.dat".
    02 FILLER PIC X(28) VALUE "mentorships.dat".
    02 FILLER PIC X(28) VALUE "merchandise-sales.dat".
    02 FILLER PIC X(28) VALUE "milestone-definitions.dat".
    02 FILLER PIC X(28) VALUE "milestone-history.dat".
    02 FILLER PIC X(28) VALUE "night-schedule.dat".
    02 FILLER PIC X(28) VALUE "operator-alerts.dat".
    02 FILLER PIC X(28) VALUE "operator-profiles.dat".
    02 FILLER PIC X(28) VALUE "operator-signon.dat".
    02 FILLER PIC X(28) VALUE "pay-ledger.dat".
    02 FILLER PIC X(28) VALUE "payroll-total.dat".
    02 FILLER PIC X(28) VALUE "pending-approvals.dat".
    02 FILLER PIC X(28) VALUE "planner-rules.dat".
    02 FILLER PIC X(28) VALUE "player-loans.dat".
    02 FILLER PIC X(28) VALUE "player-value.dat".
    02 FILLER PIC X(28) VALUE "playoff-appearances.dat".
    02 FILLER PIC X(28) VALUE "playoff-pool.dat".
    02 FILLER PIC X(28) VALUE "playoff-results.dat".
    02 FILLER PIC X(28) VALUE "postponements.dat".
    02 FILLER PIC X(28) VALUE "prestige.dat".
    02 FILLER PIC X(28) VALUE "readiness-summary.dat".
    02 FILLER PIC X(28) VALUE "record-alerts.dat".
    02 FILLER PIC X(28) VALUE "report-control.dat".
    02 FILLER PIC X(28) VALUE "repost-attempts.log".
    02 FILLER PIC X(28) VALUE "reserve-standings.dat".
    02 FILLER PIC X(28) VALUE "revenue-share-statement.dat".
    02 FILLER PIC X(28) VALUE "rivalries.dat".
    02 FILLER PIC X(28) VALUE "rules-in-force.log".
    02 FILLER PIC X(28) VALUE "run-history.dat".
    02 FILLER PIC X(28) VALUE "satellite-journal.dat".
    02 FILLER PIC X(28) VALUE "satisfaction.dat".
    02 FILLER PIC X(28) VALUE "season-clock.dat".
    02 FILLER PIC X(28) VALUE "season-history.dat".
    02 FILLER PIC X(28) VALUE "season-stats.dat".
    02 FILLER PIC X(28) VALUE "season-tickets.dat".
    02 FILLER PIC X(28) VALUE "social-priority.dat".
    02 FILLER PIC X(28) VALUE "sponsorships.dat".
    02 FILLER PIC X(28) VALUE "standings-journal.dat".
    02 FILLER PIC X(28) VALUE "standings-snapshot.dat".
    02 FILLER PIC X(28) VALUE "standings.dat".
    02 FILLER PIC X(28) VALUE "suspensions.dat".
    02 FILLER PIC X(28) VALUE "team-budget.dat".
    02 FILLER PIC X(28) VALUE "team-ledger.dat".
    02 FILLER PIC X(28) VALUE "team-loans.dat".
    02 FILLER PIC X(28) VALUE "team-rename.log".
    02 FILLER PIC X(28) VALUE "team-tactics.dat".
    02 FILLER PIC X(28) VALUE "trade-proposals.dat".
    02 FILLER PIC X(28) VALUE "transfer-log.dat".
    02 FILLER PIC X(28) VALUE "treasury-shortfall.log".
    02 FILLER PIC X(28) VALUE "treasury.dat".
    02 FILLER PIC X(28) VALUE "venue-bookings.dat".
    02 FILLER PIC X(28) VALUE "venues.dat".
    02 FILLER PIC X(28) VALUE "veteran-declines.dat".
    02 FILLER PIC X(28) VALUE "waivers.dat".
    02 FILLER PIC X(28) VALUE "weather.dat".
    02 FILLER PIC X(28) VALUE "withholding-table.dat".
    02 FILLER PIC X(28) VALUE "characters.dat".
    02 FILLER PIC X(28) VALUE "hall-of-fame.dat".
    02 FILLER PIC X(28) VALUE "pensions.dat".
    02 FILLER PIC X(28) VALUE "prospects.dat".
  01 Clone-Files REDEFINES Clone-File-Table.
    02 clone-file-entry PIC X(28) OCCURS 107 TIMES.
  78 CLONE-FILE-COUNT VALUE 107.

  01 League-File-Table.
    02 FILLER PIC X(28) VALUE "attendance.dat".
    02 FILLER PIC X(28) VALUE "calendar.dat".
    02 FILLER PIC X(28) VALUE "game-history.dat".
    02 FILLER PIC X(28) VALUE "game-log.dat".
    02 FILLER PIC X(28) VALUE "league-structure.dat".
    02 FILLER PIC X(28) VALUE "postponements.dat".
    02 FILLER PIC X(28) VALUE "season-clock.dat".
    02 FILLER PIC X(28) VALUE "standings.dat".
    02 FILLER PIC X(28) VALUE "treasury.dat".
    02 FILLER PIC X(28) VALUE "weather.dat".
  01 League-Files REDEFINES League-File-Table.
    02 league-file-entry PIC X(28) OCCURS 10 TIMES.
  78 LEAGUE-FILE-COUNT VALUE 10.
  01 which-league-file PIC 9.

  01 Master-Name-Table.
    02 FILLER PIC X(12) VALUE "CHARACTERS".
    02 FILLER PIC X(12) VALUE "CALENDAR".
    02 FILLER PIC X(12) VALUE "STANDINGS".
    02 FILLER PIC X(12) VALUE "FRIEND-LIST".
  01 Master-Names REDEFINES Master-Name-Table.
    02 master-name-entry PIC X(12) OCCURS 4 TIMES.

  01 training-folder-name PIC X(40).
  01 clone-source-name PIC X(60).
  01 clone-target-name PIC X(60).
  01 training-characters-name PIC X(60).
  01 training-calendar-name PIC X(60).
  01 training-standings-name PIC X(60).
  01 training-friend-list-name PIC X(60).
  01 training-hall-of-fame-name PIC X(60).
  01 training-pensions-name PIC X(60).
  01 training-prospects-name PIC X(60).
  01 training-journal-name PIC X(60).
  01 training-audit-name PIC X(60).
  01 training-wire-name PIC X(60).
  01 training-stamp-name PIC X(60).
  01 live-stamp-name PIC X(60) VALUE "data/training-environment.dat".
  01 live-stamp-details PIC X(16).
  01 backup-in-name PIC X(60).

  01 run-mode PIC X.
    88 clone-mode VALUES "C", "c".
    88 reset-mode VALUES "R", "r".
  01 confirm-answer PIC X.
    88 run-confirmed VALUES "Y", "y".

  01 which-file PIC 9(3).
  01 which-master PIC 9.
  01 masked-long-name PIC X(21).
  01 mask-key PIC X(10).

  01 files-copied-count PIC 9(3) VALUE ZERO.
  01 files-absent-count PIC 9(3) VALUE ZERO.
  01 records-masked-count PIC 9(6) VALUE ZERO.
  01 records-restored-count PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Capture-Run-Start
  CALL "CBL_CHECK_FILE_EXIST" USING live-stamp-name
    live-stamp-details
  IF RETURN-CODE = ZERO
    DISPLAY "THESE FILES ARE ALREADY A TRAINING COPY;"
      " RUN THE CLONER FROM THE LIVE DIRECTORY."
    GOBACK
  END-IF
  MOVE ZERO TO RETURN-CODE
  PERFORM Load-Operator-Id
  PERFORM Build-Training-File-Names

  DISPLAY "[C]LONE LIVE DATA OR [R]ESET FROM LATEST BACKUP: "
    WITH NO ADVANCING
  ACCEPT run-mode
  IF NOT clone-mode AND NOT reset-mode
    DISPLAY "INVALID MODE"
    GOBACK
  END-IF

  DISPLAY "THIS OVERWRITES THE TRAINING DATA SET IN "
    TRAINING-PREFIX ". PROCEED? (Y/N): " WITH NO ADVANCING
  ACCEPT confirm-answer
  IF NOT run-confirmed
    DISPLAY "TRAINING REFRESH CANCELLED."
    GOBACK
  END-IF

  MOVE TRAINING-FOLDER TO training-folder-name
  CALL "CBL_CREATE_DIR" USING training-folder-name
  MOVE TRAINING-DATA-FOLDER TO training-folder-name
  CALL "CBL_CREATE_DIR" USING training-folder-name
  MOVE ZERO TO RETURN-CODE

  IF clone-mode
    PERFORM Clone-Live-Files
    PERFORM Clone-League-Files
    PERFORM Copy-Masked-Journal
    PERFORM Copy-Masked-Audit
    PERFORM Copy-Masked-Wire
    PERFORM Mask-Hall-Of-Fame
    PERFORM Mask-Pensions
    PERFORM Mask-Prospects
  ELSE
    PERFORM Reset-From-Backup
  END-IF
  PERFORM Mask-Training-Characters
  PERFORM Stamp-Training-Set

  MOVE files-copied-count TO run-processed-count
  MOVE records-masked-count TO run-changed-count
  PERFORM Write-Run-History-Entry

  DISPLAY "TRAINING DATA SET READY IN " TRAINING-PREFIX ": "
    files-copied-count " FILE(S) COPIED, " files-absent-count
    " NOT ON FILE, " records-masked-count " RECORD(S) MASKED"
  DISPLAY "RUN PROGRAMS FROM THE " TRAINING-FOLDER
    " DIRECTORY TO WORK AGAINST THE COPY."
GOBACK.

Build-Training-File-Names.
  MOVE SPACES TO training-characters-name training-calendar-name
    training-standings-name training-friend-list-name
    training-hall-of-fame-name training-pensions-name
    training-prospects-name training-journal-name
    training-audit-name training-wire-name training-stamp-name
  STRING TRAINING-PREFIX "characters.dat" DELIMITED BY SIZE
    INTO training-characters-name
  STRING TRAINING-PREFIX "calendar.dat" DELIMITED BY SIZE
    INTO training-calendar-name
  STRING TRAINING-PREFIX "standings.dat" DELIMITED BY SIZE
    INTO training-standings-name
  STRING TRAINING-PREFIX "friend-list.dat" DELIMITED BY SIZE
    INTO training-friend-list-name
  STRING TRAINING-PREFIX "hall-of-fame.dat" DELIMITED BY SIZE
    INTO training-hall-of-fame-name
  STRING TRAINING-PREFIX "pensions.dat" DELIMITED BY SIZE
    INTO training-pensions-name
  STRING TRAINING-PREFIX "prospects.dat" DELIMITED BY SIZE
    INTO training-prospects-name
  STRING TRAINING-PREFIX "character-journal.dat" DELIMITED BY SIZE
    INTO training-journal-name
  STRING TRAINING-PREFIX "character-audit.dat" DELIMITED BY SIZE
    INTO training-audit-name
  STRING TRAINING-PREFIX "transaction-wire.dat" DELIMITED BY SIZE
    INTO training-wire-name
  STRING TRAINING-PREFIX "training-environment.dat"
    DELIMITED BY SIZE INTO training-stamp-name.

Clone-Live-Files.
  PERFORM VARYING which-file FROM 1 BY 1
      UNTIL which-file > CLONE-FILE-COUNT
    PERFORM Clone-One-File
  END-PERFORM.

Clone-One-File.
  MOVE SPACES TO clone-source-name clone-target-name
  STRING LIVE-PREFIX FUNCTION TRIM(clone-file-entry(which-file))
    DELIMITED BY SIZE INTO clone-source-name
  STRING TRAINING-PREFIX FUNCTION TRIM(clone-file-entry(which-file))
    DELIMITED BY SIZE INTO clone-target-name
  CALL "CBL_COPY_FILE" USING clone-source-name clone-target-name
  IF RETURN-CODE = ZERO
    ADD 1 TO files-copied-count
  ELSE
    ADD 1 TO files-absent-count
  END-IF
  MOVE ZERO TO RETURN-CODE.

Clone-League-Files.
  MOVE ZERO TO league-master-status
  OPEN INPUT League-Master
  IF league-master-missing
    CLOSE League-Master
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO lm-league-id
  START League-Master KEY >= lm-league-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-league-master
        READ League-Master NEXT RECORD
          AT END
            SET end-of-league-master TO TRUE
          NOT AT END
            IF lm-league-id NOT = "MAIN" AND lm-league-id NOT = SPACES
              PERFORM VARYING which-league-file FROM 1 BY 1
                  UNTIL which-league-file > LEAGUE-FILE-COUNT
                PERFORM Clone-One-League-File
              END-PERFORM
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE League-Master.

Clone-One-League-File.
  MOVE SPACES TO clone-source-name clone-target-name
  STRING LIVE-PREFIX DELIMITED BY SIZE
    lm-league-id DELIMITED BY SPACE
    "-" FUNCTION TRIM(league-file-entry(which-league-file))
    DELIMITED BY SIZE INTO clone-source-name
  STRING TRAINING-PREFIX DELIMITED BY SIZE
    lm-league-id DELIMITED BY SPACE
    "-" FUNCTION TRIM(league-file-entry(which-league-file))
    DELIMITED BY SIZE INTO clone-target-name
  CALL "CBL_COPY_FILE" USING clone-source-name clone-target-name
  IF RETURN-CODE = ZERO
    ADD 1 TO files-copied-count
  ELSE
    ADD 1 TO files-absent-count
  END-IF
  MOVE ZERO TO RETURN-CODE.

Build-Masked-Name.
  MOVE SPACES TO masked-long-name
  STRING "TRAINEE " FUNCTION TRIM(mask-key)
    DELIMITED BY SIZE INTO masked-long-name.

Copy-Masked-Journal.
  OPEN INPUT Character-Journal
  IF character-journal-missing
    CLOSE Character-Journal
    ADD 1 TO files-absent-count
    EXIT PARAGRAPH
  END-IF
  OPEN OUTPUT Training-Journal
  PERFORM UNTIL end-of-character-journal
    READ Character-Journal
      AT END
        SET end-of-character-journal TO TRUE
      NOT AT END
        IF cj-before-image NOT = SPACES
          MOVE cj-before-image TO character-record
          PERFORM Mask-Character-Fields
          MOVE character-record TO cj-before-image
        END-IF
        IF cj-after-image NOT = SPACES
          MOVE cj-after-image TO character-record
          PERFORM Mask-Character-Fields
          MOVE character-record TO cj-after-image
        END-IF
        WRITE training-journal-line FROM Character-Journal-Record
    END-READ
  END-PERFORM
  CLOSE Training-Journal
  CLOSE Character-Journal
  ADD 1 TO files-copied-count.

Copy-Masked-Audit.
  OPEN INPUT Character-Audit
  IF audit-file-missing
    CLOSE Character-Audit
    ADD 1 TO files-absent-count
    EXIT PARAGRAPH
  END-IF
  OPEN OUTPUT Training-Audit
  PERFORM UNTIL end-of-audit-file
    READ Character-Audit
      AT END
        SET end-of-audit-file TO TRUE
      NOT AT END
        IF audit-field = "LONG-NAME" OR audit-field = "DESCRIPTION"
          MOVE "MASKED" TO audit-old-value audit-new-value
          ADD 1 TO records-masked-count
        END-IF
        WRITE training-audit-line FROM Character-Audit-Record
    END-READ
  END-PERFORM
  CLOSE Training-Audit
  CLOSE Character-Audit
  ADD 1 TO files-copied-count.

Copy-Masked-Wire.
  OPEN INPUT Transaction-Wire
  IF wire-missing
    CLOSE Transaction-Wire
    ADD 1 TO files-absent-count
    EXIT PARAGRAPH
  END-IF
  OPEN OUTPUT Training-Wire
  PERFORM UNTIL end-of-wire
    READ Transaction-Wire
      AT END
        SET end-of-wire TO TRUE
      NOT AT END
        MOVE tw-short-name TO mask-key
        PERFORM Build-Masked-Name
        MOVE masked-long-name TO tw-long-name
        ADD 1 TO records-masked-count
        WRITE training-wire-line FROM Transaction-Wire-Record
    END-READ
  END-PERFORM
  CLOSE Training-Wire
  CLOSE Transaction-Wire
  ADD 1 TO files-copied-count.

Mask-Character-Fields.
  MOVE short-name TO mask-key
  PERFORM Build-Masked-Name
  MOVE masked-long-name TO long-name
  MOVE MASKED-DESCRIPTION TO description
  ADD 1 TO records-masked-count.

Mask-Training-Characters.
  MOVE ZERO TO File-Status
  OPEN I-O Training-Characters
  IF File-Status NOT = ZERO
    CLOSE Training-Characters
    DISPLAY "NO CHARACTER MASTER IN THE TRAINING SET TO MASK."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO short-name
  START Training-Characters KEY >= short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-file
        READ Training-Characters NEXT RECORD
          AT END
            SET end-of-file TO TRUE
          NOT AT END
            PERFORM Mask-Character-Fields
            REWRITE character-record
        END-READ
      END-PERFORM
  END-START
  CLOSE Training-Characters.

Mask-Hall-Of-Fame.
  MOVE ZERO TO hall-status
  OPEN I-O Training-Hall-Of-Fame
  IF hall-status NOT = ZERO
    CLOSE Training-Hall-Of-Fame
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO hf-short-name
  START Training-Hall-Of-Fame KEY >= hf-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-hall-of-fame
        READ Training-Hall-Of-Fame NEXT RECORD
          AT END
            SET end-of-hall-of-fame TO TRUE
          NOT AT END
            MOVE hf-short-name TO mask-key
            PERFORM Build-Masked-Name
            MOVE masked-long-name TO hf-long-name
            REWRITE Hall-Of-Fame-Record
            ADD 1 TO records-masked-count
        END-READ
      END-PERFORM
  END-START
  CLOSE Training-Hall-Of-Fame.

Mask-Pensions.
  MOVE ZERO TO pension-status
  OPEN I-O Training-Pensions
  IF pension-status NOT = ZERO
    CLOSE Training-Pensions
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pe-short-name
  START Training-Pensions KEY >= pe-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Training-Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            MOVE pe-short-name TO mask-key
            PERFORM Build-Masked-Name
            MOVE masked-long-name TO pe-long-name
            REWRITE Pension-Record
            ADD 1 TO records-masked-count
        END-READ
      END-PERFORM
  END-START
  CLOSE Training-Pensions.

Mask-Prospects.
  MOVE ZERO TO prospect-status
  OPEN I-O Training-Prospects
  IF prospect-status NOT = ZERO
    CLOSE Training-Prospects
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pro-short-name
  START Training-Prospects KEY >= pro-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-prospects
        READ Training-Prospects NEXT RECORD
          AT END
            SET end-of-prospects TO TRUE
          NOT AT END
            MOVE pro-short-name TO mask-key
            PERFORM Build-Masked-Name
            MOVE masked-long-name TO pro-long-name
            REWRITE Prospect-Record
            ADD 1 TO records-masked-count
        END-READ
      END-PERFORM
  END-START
  CLOSE Training-Prospects.

Reset-From-Backup.
  PERFORM VARYING which-master FROM 1 BY 1 UNTIL which-master > 4
    PERFORM Reset-One-Master
  END-PERFORM.

Reset-One-Master.
  MOVE SPACES TO backup-in-name
  STRING LIVE-PREFIX "backup-"
    FUNCTION TRIM(master-name-entry(which-master)) "-g1.dat"
    DELIMITED BY SIZE INTO backup-in-name
  MOVE ZERO TO records-restored-count backup-in-status
  OPEN INPUT Backup-In
  IF backup-in-missing
    CLOSE Backup-In
    ADD 1 TO files-absent-count
    DISPLAY "NO BACKUP GENERATION AT " FUNCTION TRIM(backup-in-name)
      "; TRAINING COPY LEFT AS IT WAS."
    EXIT PARAGRAPH
  END-IF

  EVALUATE which-master
    WHEN 1 OPEN OUTPUT Training-Characters
    WHEN 2 OPEN OUTPUT Training-Calendar
    WHEN 3 OPEN OUTPUT Training-Standings
    WHEN 4 OPEN OUTPUT Training-Friend-List
  END-EVALUATE
  PERFORM UNTIL end-of-backup-in
    READ Backup-In
      AT END
        SET end-of-backup-in TO TRUE
      NOT AT END
        PERFORM Reset-One-Record
    END-READ
  END-PERFORM
  EVALUATE which-master
    WHEN 1 CLOSE Training-Characters
    WHEN 2 CLOSE Training-Calendar
    WHEN 3 CLOSE Training-Standings
    WHEN 4 CLOSE Training-Friend-List
  END-EVALUATE
  CLOSE Backup-In

  ADD 1 TO files-copied-count
  DISPLAY "RESET " FUNCTION TRIM(master-name-entry(which-master))
    " FROM GENERATION 1: " records-restored-count " RECORD(S)".

Reset-One-Record.
  EVALUATE which-master
    WHEN 1
      MOVE backup-in-line TO character-record
      WRITE character-record
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO records-restored-count
      END-WRITE
    WHEN 2
      MOVE backup-in-line TO Calendar-Record
      WRITE Calendar-Record
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO records-restored-count
      END-WRITE
    WHEN 3
      MOVE backup-in-line TO Standings-Record
      WRITE Standings-Record
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO records-restored-count
      END-WRITE
    WHEN 4
      MOVE backup-in-line TO Friend-Record
      WRITE Friend-Record
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO records-restored-count
      END-WRITE
  END-EVALUATE.

Stamp-Training-Set.
  OPEN OUTPUT Training-Stamp
  MOVE SPACES TO Training-Stamp-Record
  MOVE "TRAINING DATA" TO ts-label
  MOVE FUNCTION CURRENT-DATE(1:8) TO ts-cloned-date
  MOVE FUNCTION CURRENT-DATE(9:6) TO ts-cloned-time
  IF clone-mode
    SET ts-from-live-data TO TRUE
  ELSE
    SET ts-from-backup TO TRUE
  END-IF
  MOVE operator-id TO ts-operator
  WRITE Training-Stamp-Record
  CLOSE Training-Stamp.

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TRAINING-CLONER".
