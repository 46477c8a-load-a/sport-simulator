IDENTIFICATION DIVISION.
PROGRAM-ID. Milestone-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

  SELECT Season-Stats ASSIGN TO "data/season-stats.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ss-stats-key
    FILE STATUS IS season-stats-status.

  SELECT Milestone-Definitions
      ASSIGN TO "data/milestone-definitions.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS milestone-defs-status.

  SELECT Milestone-History ASSIGN TO "data/milestone-history.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mh-history-key
    FILE STATUS IS milestone-history-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Event-Definitions ASSIGN TO "data/event-definitions.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS event-defs-status.

  SELECT Transfer-Log ASSIGN TO "data/transfer-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transfer-log-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Characters-Lock ASSIGN TO "data/characters.dat.lock"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Career-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Career-Stats-Record.

  COPY "src/copy/file-description/career-stats-record.cpy".

FD Season-Stats
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Stats-Record.

  COPY "src/copy/file-description/season-stats-record.cpy".

FD Milestone-Definitions.
  COPY "src/copy/file-description/milestone-definition-record.cpy".

FD Milestone-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Milestone-History-Record.

  COPY "src/copy/file-description/milestone-history-record.cpy".

FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Event-Definitions.
  COPY "src/copy/file-description/event-definition-record.cpy".

FD Transfer-Log.
  COPY "src/copy/file-description/transfer-log-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 career-stats-status PIC 99.
    88 career-stats-missing VALUE 35.
  01 season-stats-status PIC 99.
    88 season-stats-missing VALUE 35.
  01 milestone-defs-status PIC 99.
    88 end-of-milestone-defs VALUE 10.
    88 milestone-defs-missing VALUE 35.
  01 milestone-history-status PIC 99.
    88 milestone-history-missing VALUE 35.
  01 Calendar-Status PIC 99.
    88 end-of-calendar-file VALUE 10.
  01 event-defs-status PIC 99.
    88 end-of-event-defs VALUE 10.
    88 event-defs-missing VALUE 35.
  01 transfer-log-status PIC 99.
    88 end-of-transfer-log VALUE 10.
    88 transfer-log-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  78 CEREMONY-EVENT-NAME VALUE "MILESTONE CEREMONY".
  78 CEREMONY-SPIRIT-LIFT VALUE 3.
  78 SPIRIT-CEILING VALUE 150.
  78 POPULARITY-CEILING VALUE 200.

  01 Milestone-Def-Table.
    02 Milestone-Def-Entry OCCURS 50 TIMES INDEXED BY MD-INDEX.
      03 mt-code PIC X(10).
      03 mt-stat PIC X(12).
        88 mt-on-games        VALUE "GAMES".
        88 mt-on-wins         VALUE "WINS".
        88 mt-on-experience   VALUE "EXPERIENCE".
        88 mt-on-team-seasons VALUE "TEAM-SEASONS".
      03 mt-threshold PIC 9(6).
      03 mt-popularity-gain PIC 99.
      03 mt-spirit-gain PIC 99.
      03 mt-title PIC X(30).
  01 milestone-def-count PIC 9(3) VALUE ZERO.

  01 Team-Join-Table.
    02 Team-Join-Entry OCCURS 500 TIMES INDEXED BY TJ-INDEX.
      03 tj-short-name PIC X(10).
      03 tj-team PIC X(20).
      03 tj-year PIC 9(4).
  01 team-join-count PIC 9(4) VALUE ZERO.
  01 tj-found PIC 9 VALUE ZERO.
    88 tj-entry-found VALUE 1.

  01 todays-numeric-date PIC 9(8).
  01 current-season PIC 9(4).
  01 milestone-team PIC X(20).

  01 career-games PIC 9(7).
  01 career-wins PIC 9(7).
  01 career-experience PIC 9(7).
  01 team-seasons PIC 9(7).
  01 milestone-value PIC 9(7).

  01 milestone-award-flag PIC 9 VALUE ZERO.
    88 milestone-already-awarded VALUE 1.
  01 character-changed-flag PIC 9 VALUE ZERO.
    88 character-was-changed VALUE 1.
  01 stat-adjust PIC S9(4).

  01 calendar-open-flag PIC 9 VALUE ZERO.
    88 calendar-is-open VALUE 1.
  01 ceremony-date PIC 9(8).
  01 ceremony-found-flag PIC 9 VALUE ZERO.
    88 ceremony-date-found VALUE 1.
  01 ceremony-scheduled-flag PIC 9 VALUE ZERO.
    88 ceremony-was-scheduled VALUE 1.
  01 ceremony-definition-flag PIC 9 VALUE ZERO.
    88 ceremony-definition-on-file VALUE 1.

  01 milestone-count PIC 9(5) VALUE ZERO.
  01 ceremony-count PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
  MOVE "COMPLETE" TO run-completion-status
  PERFORM Check-Dry-Run-Card
  MOVE ZERO TO milestone-count ceremony-count
  MOVE ZERO TO ceremony-scheduled-flag
  PERFORM Load-Season-Clock
  IF season-clock-found
    COMPUTE todays-numeric-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO todays-numeric-date
  END-IF
  MOVE todays-numeric-date(1:4) TO current-season

  PERFORM Load-Milestone-Definitions
  PERFORM Load-Team-Join-Years

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  MOVE ZERO TO career-stats-status season-stats-status
  MOVE ZERO TO milestone-history-status Calendar-Status
  OPEN INPUT Career-Stats
  OPEN INPUT Season-Stats
  OPEN I-O Milestone-History
  IF milestone-history-missing
    OPEN OUTPUT Milestone-History
    CLOSE Milestone-History
    OPEN I-O Milestone-History
  END-IF
  MOVE ZERO TO calendar-open-flag
  OPEN I-O Calendar
  IF Calendar-Status = ZERO
    SET calendar-is-open TO TRUE
  END-IF

  MOVE ZERO TO File-Status
  OPEN I-O CharacterSheet
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY DISPLAY "NO RECORDS FOUND"
      NOT INVALID KEY
        PERFORM UNTIL end-of-file
          READ CharacterSheet NEXT RECORD
            AT END
              SET end-of-file TO TRUE
            NOT AT END
              IF NOT character-archived
                ADD 1 TO run-processed-count
                PERFORM Check-One-Character
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet

  CLOSE Calendar
  CLOSE Milestone-History
  CLOSE Season-Stats
  CLOSE Career-Stats
  PERFORM Release-Characters-Lock

  IF ceremony-was-scheduled
    PERFORM Ensure-Ceremony-Definition
  END-IF

  MOVE milestone-count TO run-changed-count
  PERFORM Write-Run-History-Entry

  DISPLAY "MILESTONE BATCH COMPLETE: " milestone-count
    " MILESTONE(S) REACHED, " ceremony-count " CEREMONY(IES) BOOKED"
GOBACK.

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

Load-Milestone-Definitions.
  MOVE ZERO TO milestone-def-count
  MOVE ZERO TO milestone-defs-status
  OPEN INPUT Milestone-Definitions
  IF milestone-defs-missing
    CLOSE Milestone-Definitions
    PERFORM Load-Standard-Milestones
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-milestone-defs
    READ Milestone-Definitions
      AT END
        SET end-of-milestone-defs TO TRUE
      NOT AT END
        IF md-code NOT = SPACES AND md-threshold > ZERO
            AND milestone-def-count < 50
          ADD 1 TO milestone-def-count
          SET MD-INDEX TO milestone-def-count
          MOVE md-code TO mt-code(MD-INDEX)
          MOVE md-stat TO mt-stat(MD-INDEX)
          MOVE md-threshold TO mt-threshold(MD-INDEX)
          MOVE md-popularity-gain TO mt-popularity-gain(MD-INDEX)
          MOVE md-spirit-gain TO mt-spirit-gain(MD-INDEX)
          MOVE md-title TO mt-title(MD-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Milestone-Definitions.

Load-Standard-Milestones.
  MOVE 4 TO milestone-def-count
  MOVE "GAMES-100"  TO mt-code(1)
  MOVE "GAMES"      TO mt-stat(1)
  MOVE 100          TO mt-threshold(1)
  MOVE 5            TO mt-popularity-gain(1)
  MOVE 5            TO mt-spirit-gain(1)
  MOVE "100TH CAREER GAME" TO mt-title(1)
  MOVE "WINS-50"    TO mt-code(2)
  MOVE "WINS"       TO mt-stat(2)
  MOVE 50           TO mt-threshold(2)
  MOVE 5            TO mt-popularity-gain(2)
  MOVE 5            TO mt-spirit-gain(2)
  MOVE "50TH CAREER WIN" TO mt-title(2)
  MOVE "EXP-1000"   TO mt-code(3)
  MOVE "EXPERIENCE" TO mt-stat(3)
  MOVE 1000         TO mt-threshold(3)
  MOVE 5            TO mt-popularity-gain(3)
  MOVE 5            TO mt-spirit-gain(3)
  MOVE "1000 CAREER EXPERIENCE" TO mt-title(3)
  MOVE "TEAM-10"    TO mt-code(4)
  MOVE "TEAM-SEASONS" TO mt-stat(4)
  MOVE 10           TO mt-threshold(4)
  MOVE 10           TO mt-popularity-gain(4)
  MOVE 10           TO mt-spirit-gain(4)
  MOVE "10TH SEASON WITH ONE TEAM" TO mt-title(4).

Load-Team-Join-Years.
  MOVE ZERO TO team-join-count
  MOVE ZERO TO transfer-log-status
  OPEN INPUT Transfer-Log
  IF transfer-log-missing
    CLOSE Transfer-Log
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-transfer-log
    READ Transfer-Log
      AT END
        SET end-of-transfer-log TO TRUE
      NOT AT END
        PERFORM Remember-Team-Join
    END-READ
  END-PERFORM
  CLOSE Transfer-Log.

Remember-Team-Join.
  MOVE ZERO TO tj-found
  PERFORM VARYING TJ-INDEX FROM 1 BY 1
      UNTIL TJ-INDEX > team-join-count OR tj-entry-found
    IF tj-short-name(TJ-INDEX) = log-short-name
      SET tj-entry-found TO TRUE
      MOVE log-to-team TO tj-team(TJ-INDEX)
      MOVE log-year TO tj-year(TJ-INDEX)
    END-IF
  END-PERFORM
  IF NOT tj-entry-found AND team-join-count < 500
    ADD 1 TO team-join-count
    SET TJ-INDEX TO team-join-count
    MOVE log-short-name TO tj-short-name(TJ-INDEX)
    MOVE log-to-team TO tj-team(TJ-INDEX)
    MOVE log-year TO tj-year(TJ-INDEX)
  END-IF.

Check-One-Character.
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  IF teammate
    MOVE "TEAMMATES" TO milestone-team
  ELSE
    MOVE team TO milestone-team
  END-IF
  PERFORM Total-Career-Figures

  MOVE character-record TO journal-before-hold
  MOVE ZERO TO character-changed-flag
  PERFORM VARYING MD-INDEX FROM 1 BY 1
      UNTIL MD-INDEX > milestone-def-count
    PERFORM Check-One-Milestone
  END-PERFORM

  IF character-was-changed AND NOT batch-dry-run
    REWRITE character-record
    PERFORM Check-CharacterSheet-Status
    PERFORM Journal-Character-Rewrite
  END-IF.

Total-Career-Figures.
  MOVE ZERO TO career-games career-wins career-experience
  MOVE ZERO TO team-seasons

  MOVE short-name TO cs-short-name
  READ Career-Stats
    INVALID KEY
      MOVE ZERO TO cs-seasons-played
    NOT INVALID KEY
      ADD cs-games-played TO career-games
      ADD cs-wins TO career-wins
      ADD cs-experience-earned TO career-experience
  END-READ

  MOVE short-name TO ss-short-name
  MOVE current-season TO ss-season-year
  READ Season-Stats
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      ADD ss-games-played TO career-games
      ADD ss-wins TO career-wins
      ADD ss-experience-earned TO career-experience
  END-READ

  COMPUTE team-seasons = cs-seasons-played + 1
  PERFORM VARYING TJ-INDEX FROM 1 BY 1
      UNTIL TJ-INDEX > team-join-count
    IF tj-short-name(TJ-INDEX) = short-name
        AND tj-team(TJ-INDEX) = team
        AND tj-year(TJ-INDEX) <= current-season
      IF current-season - tj-year(TJ-INDEX) + 1 < team-seasons
        COMPUTE team-seasons =
          current-season - tj-year(TJ-INDEX) + 1
      END-IF
    END-IF
  END-PERFORM.

Check-One-Milestone.
  EVALUATE TRUE
    WHEN mt-on-games(MD-INDEX)
      MOVE career-games TO milestone-value
    WHEN mt-on-wins(MD-INDEX)
      MOVE career-wins TO milestone-value
    WHEN mt-on-experience(MD-INDEX)
      MOVE career-experience TO milestone-value
    WHEN mt-on-team-seasons(MD-INDEX)
      MOVE team-seasons TO milestone-value
    WHEN OTHER
      EXIT PARAGRAPH
  END-EVALUATE
  IF milestone-value < mt-threshold(MD-INDEX)
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO milestone-award-flag
  MOVE short-name TO mh-short-name
  MOVE mt-code(MD-INDEX) TO mh-code
  READ Milestone-History
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET milestone-already-awarded TO TRUE
  END-READ
  IF milestone-already-awarded
    EXIT PARAGRAPH
  END-IF

  PERFORM Award-Milestone.

Award-Milestone.
  ADD 1 TO milestone-count
  PERFORM Find-Ceremony-Date
  DISPLAY "MILESTONE: " FUNCTION TRIM(long-name) " ("
    FUNCTION TRIM(short-name) ") - " FUNCTION TRIM(mt-title(MD-INDEX))
  IF ceremony-date-found
    DISPLAY "  CEREMONY ON " ceremony-date " AT "
      FUNCTION TRIM(milestone-team)
  ELSE
    DISPLAY "  NO HOME DATE LEFT ON THE CALENDAR FOR A CEREMONY"
  END-IF

  COMPUTE stat-adjust = popularity + mt-popularity-gain(MD-INDEX)
  IF stat-adjust > POPULARITY-CEILING
    MOVE POPULARITY-CEILING TO stat-adjust
  END-IF
  IF stat-adjust > popularity
    MOVE stat-adjust TO popularity
  END-IF
  COMPUTE stat-adjust = spirit + mt-spirit-gain(MD-INDEX)
  IF stat-adjust > SPIRIT-CEILING
    MOVE SPIRIT-CEILING TO stat-adjust
  END-IF
  IF stat-adjust > spirit
    MOVE stat-adjust TO spirit
  END-IF
  SET character-was-changed TO TRUE

  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  IF ceremony-date-found
    PERFORM Book-Ceremony
  END-IF

  MOVE short-name TO mh-short-name
  MOVE mt-code(MD-INDEX) TO mh-code
  MOVE mt-title(MD-INDEX) TO mh-title
  MOVE milestone-value TO mh-stat-value
  MOVE todays-numeric-date TO mh-reached-date
  MOVE milestone-team TO mh-team
  MOVE ceremony-date TO mh-ceremony-date
  WRITE Milestone-History-Record.

Find-Ceremony-Date.
  MOVE ZERO TO ceremony-found-flag ceremony-date
  IF NOT calendar-is-open
    EXIT PARAGRAPH
  END-IF

  MOVE todays-numeric-date TO numeric-date
  MOVE 9 TO game-slot
  START Calendar KEY > calendar-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  MOVE ZERO TO Calendar-Status
  PERFORM UNTIL end-of-calendar-file OR ceremony-date-found
    READ Calendar NEXT RECORD
      AT END
        SET end-of-calendar-file TO TRUE
      NOT AT END
        IF game-slot = 1
          PERFORM Consider-Ceremony-Date
        END-IF
    END-READ
  END-PERFORM
  MOVE ZERO TO Calendar-Status.

Consider-Ceremony-Date.
  IF milestone-team = "TEAMMATES"
    IF NOT home-game
      EXIT PARAGRAPH
    END-IF
  ELSE
    IF NOT away-game OR challenger NOT = milestone-team
      EXIT PARAGRAPH
    END-IF
  END-IF
  IF scripted-event = "NONE" OR scripted-event = SPACES
      OR scripted-event = CEREMONY-EVENT-NAME
    SET ceremony-date-found TO TRUE
    MOVE numeric-date TO ceremony-date
  END-IF.

Book-Ceremony.
  MOVE ceremony-date TO numeric-date
  MOVE 1 TO game-slot
  READ Calendar
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF scripted-event NOT = CEREMONY-EVENT-NAME
    MOVE CEREMONY-EVENT-NAME TO scripted-event
    REWRITE Calendar-Record
    ADD 1 TO ceremony-count
  END-IF
  SET ceremony-was-scheduled TO TRUE.

Ensure-Ceremony-Definition.
  MOVE ZERO TO ceremony-definition-flag
  MOVE ZERO TO event-defs-status
  OPEN INPUT Event-Definitions
  IF NOT event-defs-missing
    PERFORM UNTIL end-of-event-defs OR ceremony-definition-on-file
      READ Event-Definitions
        AT END
          SET end-of-event-defs TO TRUE
        NOT AT END
          IF ev-name = CEREMONY-EVENT-NAME
            SET ceremony-definition-on-file TO TRUE
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Event-Definitions
  IF ceremony-definition-on-file
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO event-defs-status
  OPEN EXTEND Event-Definitions
  IF event-defs-missing
    OPEN OUTPUT Event-Definitions
  END-IF
  MOVE SPACES TO Event-Definition-Record
  MOVE CEREMONY-EVENT-NAME TO ev-name
  MOVE "SPIRIT" TO ev-effect-type
  MOVE CEREMONY-SPIRIT-LIFT TO ev-magnitude
  MOVE "ALL" TO ev-target
  WRITE Event-Definition-Record
  CLOSE Event-Definitions
  DISPLAY "EVENT DEFINITION ADDED FOR " CEREMONY-EVENT-NAME.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "MILESTONE-BATCH".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "MILESTONE-BATCH"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/character-journal-writer.cpy"
    REPLACING PROGRAM-TAG BY "MILESTONE-BATCH".

  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "MILESTONE-BATCH".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "MILESTONE-BATCH".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
