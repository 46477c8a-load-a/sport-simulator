IDENTIFICATION DIVISION.
PROGRAM-ID. Ical-Export-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS calendar-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Ical-Events ASSIGN TO "data/ical-events.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ie-event-key
    FILE STATUS IS ical-event-status.

  SELECT Ical-Feed ASSIGN TO DYNAMIC ical-feed-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ical-feed-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

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
FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/venue-record.cpy".

FD Ical-Events
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ical-Event-Record.

  COPY "src/copy/file-description/ical-event-record.cpy".

FD Ical-Feed.
  01 ical-line PIC X(120).

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 calendar-status PIC 99.
    88 end-of-calendar VALUE 10.
    88 calendar-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
    88 characters-missing VALUE 35.
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 ical-event-status PIC 99.
    88 end-of-ical-events VALUE 10.
    88 ical-events-missing VALUE 35.
  01 ical-feed-status PIC 99.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  78 HOME-SIDE-TEAM VALUE "TEAMMATES".
  78 SCRIPTED-FEED VALUE "SCRIPTED EVENTS".
  78 BIRTHDAY-FEED VALUE "BIRTHDAYS".

  01 ical-feed-file-name PIC X(60).
  01 feed-slug PIC X(20).
  01 feed-slug-length PIC 99.

  01 export-options PIC X(20) VALUE SPACES.
  01 option-tally PIC 99.
  01 scripted-feed-flag PIC 9 VALUE ZERO.
    88 scripted-feed-wanted VALUE 1.
  01 birthday-feed-flag PIC 9 VALUE ZERO.
    88 birthday-feed-wanted VALUE 1.

  01 run-stamp PIC 9(14).
  01 calendar-rows PIC 9(5) VALUE ZERO.
  01 events-new PIC 9(5) VALUE ZERO.
  01 events-changed PIC 9(5) VALUE ZERO.
  01 events-unchanged PIC 9(5) VALUE ZERO.
  01 events-cancelled PIC 9(5) VALUE ZERO.
  01 events-skipped PIC 9(5) VALUE ZERO.
  01 feeds-written PIC 9(4) VALUE ZERO.

  01 event-feed PIC X(20).
  01 event-opponent PIC X(20).
  01 event-home-flag PIC 9.
    88 event-at-home VALUE 1.
  01 event-date PIC 9(8).
  01 event-date-parts REDEFINES event-date.
    02 event-year  PIC 9(4).
    02 event-month PIC 99.
    02 event-day   PIC 99.
  01 event-slot PIC 9.
  01 event-subject PIC X(10).
  01 event-summary PIC X(60).
  01 event-location PIC X(30).
  01 event-description PIC X(60).
  01 venue-team PIC X(20).
  01 home-away-text PIC X(4).
  01 slot-text PIC X(10).

  01 Season-Year-Table.
    02 season-year-entry PIC 9(4) OCCURS 20 TIMES
      INDEXED BY SY-INDEX.
  01 season-year-count PIC 99 VALUE ZERO.
  01 sy-found PIC 9 VALUE ZERO.
    88 sy-year-was-found VALUE 1.

  01 Changed-Feed-Table.
    02 changed-feed-name PIC X(20) OCCURS 200 TIMES
      INDEXED BY CF-INDEX.
  01 changed-feed-count PIC 9(3) VALUE ZERO.
  01 cf-found PIC 9 VALUE ZERO.
    88 cf-feed-was-found VALUE 1.

  01 open-feed-name PIC X(20) VALUE SPACES.
  01 feed-open-flag PIC 9 VALUE ZERO.
    88 feed-file-open VALUE 1.

  01 gregorian-start PIC 9(8).
  01 gregorian-end PIC 9(8).
  01 season-day-offset PIC 9(3).
  01 sequence-edit PIC ZZZ9.
  01 uid-feed PIC X(20).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp
  PERFORM Load-Export-Options

  OPEN INPUT Calendar
  IF calendar-missing
    CLOSE Calendar
    DISPLAY "NO CALENDAR ON FILE; NOTHING EXPORTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  PERFORM Check-Calendar-Status

  OPEN I-O Ical-Events
  IF ical-events-missing
    OPEN OUTPUT Ical-Events
    CLOSE Ical-Events
    OPEN I-O Ical-Events
  END-IF
  PERFORM Check-Ical-Event-Status
  OPEN INPUT Venues

  PERFORM Post-Calendar-Events
  CLOSE Calendar
  IF calendar-rows = ZERO
    CLOSE Venues
    CLOSE Ical-Events
    DISPLAY "CALENDAR IS EMPTY; NOTHING EXPORTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  IF birthday-feed-wanted
    PERFORM Post-Birthday-Events
  END-IF
  CLOSE Venues

  PERFORM Cancel-Dropped-Events
  PERFORM Write-Changed-Feeds
  CLOSE Ical-Events

  DISPLAY "CALENDAR EXPORT: " events-new " NEW, " events-changed
    " CHANGED, " events-cancelled " CANCELLED, " events-unchanged
    " UNCHANGED EVENT(S)"
  DISPLAY "  " feeds-written " CALENDAR FILE(S) REWRITTEN"
  IF events-skipped > ZERO
    DISPLAY "  " events-skipped " EVENT(S) SKIPPED: YEAR BEFORE 1601"
  END-IF
  MOVE calendar-rows TO run-processed-count
  COMPUTE run-changed-count =
    events-new + events-changed + events-cancelled
  MOVE events-skipped TO run-rejected-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Export-Options.
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "ICAL-EXPORT"
              MOVE FUNCTION UPPER-CASE(rc-filter) TO export-options
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control

  MOVE ZERO TO option-tally
  INSPECT export-options TALLYING option-tally FOR ALL "SCRIPTED"
  IF option-tally > ZERO OR export-options = "ALL"
    SET scripted-feed-wanted TO TRUE
  END-IF
  MOVE ZERO TO option-tally
  INSPECT export-options TALLYING option-tally FOR ALL "BIRTHDAY"
  IF option-tally > ZERO OR export-options = "ALL"
    SET birthday-feed-wanted TO TRUE
  END-IF.

Post-Calendar-Events.
  MOVE LOW-VALUE TO calendar-key
  START Calendar KEY >= calendar-key
    INVALID KEY
      SET end-of-calendar TO TRUE
  END-START
  PERFORM UNTIL end-of-calendar
    READ Calendar NEXT RECORD
      AT END
        SET end-of-calendar TO TRUE
      NOT AT END
        ADD 1 TO calendar-rows
        PERFORM Note-Season-Year
        PERFORM Post-One-Calendar-Day
    END-READ
  END-PERFORM.

Note-Season-Year.
  MOVE ZERO TO sy-found
  PERFORM VARYING SY-INDEX FROM 1 BY 1
      UNTIL SY-INDEX > season-year-count OR sy-year-was-found
    IF season-year-entry(SY-INDEX) = year-number
      SET sy-year-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT sy-year-was-found AND season-year-count < 20
    ADD 1 TO season-year-count
    MOVE year-number TO season-year-entry(season-year-count)
  END-IF.

Post-One-Calendar-Day.
  MOVE numeric-date TO event-date
  MOVE game-slot TO event-slot
  MOVE SPACES TO event-subject

  IF challenger NOT = SPACES AND challenger NOT = "NONE"
    MOVE HOME-SIDE-TEAM TO event-feed
    MOVE challenger TO event-opponent
    IF away-game
      MOVE ZERO TO event-home-flag
    ELSE
      MOVE 1 TO event-home-flag
    END-IF
    PERFORM Build-Game-Event
    PERFORM Post-One-Event

    IF challenger NOT = "RANDOM" AND challenger NOT = "WEEKLY SKIRMISH"
        AND challenger NOT = "MONTHLY MATCH"
      MOVE challenger TO event-feed
      MOVE HOME-SIDE-TEAM TO event-opponent
      IF away-game
        MOVE 1 TO event-home-flag
      ELSE
        MOVE ZERO TO event-home-flag
      END-IF
      PERFORM Build-Game-Event
      PERFORM Post-One-Event
    END-IF
  END-IF

  IF scripted-feed-wanted
      AND scripted-event NOT = SPACES AND scripted-event NOT = "NONE"
    MOVE SCRIPTED-FEED TO event-feed
    MOVE SPACES TO event-summary event-location event-description
    STRING "EVENT: " scripted-event DELIMITED BY SIZE
      INTO event-summary
    PERFORM Build-League-Date-Text
    PERFORM Post-One-Event
  END-IF.

Build-Game-Event.
  MOVE SPACES TO event-summary event-location event-description
  IF event-at-home
    MOVE "HOME" TO home-away-text
    MOVE event-feed TO venue-team
  ELSE
    MOVE "AWAY" TO home-away-text
    MOVE event-opponent TO venue-team
  END-IF
  MOVE SPACES TO slot-text
  IF event-slot > 1
    STRING " (GAME " event-slot ")" DELIMITED BY SIZE INTO slot-text
  END-IF

  EVALUATE event-opponent
    WHEN "WEEKLY SKIRMISH"
    WHEN "MONTHLY MATCH"
      STRING FUNCTION TRIM(event-opponent) ": "
        FUNCTION TRIM(event-feed) " " home-away-text
        FUNCTION TRIM(slot-text) DELIMITED BY SIZE INTO event-summary
    WHEN "RANDOM"
      STRING FUNCTION TRIM(event-feed) " VS RANDOM OPPONENT "
        home-away-text FUNCTION TRIM(slot-text)
        DELIMITED BY SIZE INTO event-summary
    WHEN OTHER
      IF event-at-home
        STRING FUNCTION TRIM(event-feed) " VS "
          FUNCTION TRIM(event-opponent) " " FUNCTION TRIM(slot-text)
          DELIMITED BY SIZE INTO event-summary
      ELSE
        STRING FUNCTION TRIM(event-feed) " AT "
          FUNCTION TRIM(event-opponent) " " FUNCTION TRIM(slot-text)
          DELIMITED BY SIZE INTO event-summary
      END-IF
  END-EVALUATE

  IF venue-team = "RANDOM" OR venue-team = "WEEKLY SKIRMISH"
      OR venue-team = "MONTHLY MATCH"
    MOVE "AWAY GROUND" TO event-location
  ELSE
    MOVE venue-team TO event-location
    IF NOT venues-missing
      MOVE venue-team TO ve-team-name
      READ Venues
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE ve-venue-name TO event-location
      END-READ
    END-IF
  END-IF
  PERFORM Build-League-Date-Text.

Build-League-Date-Text.
  STRING FUNCTION TRIM(month-name) " " day-number " "
    year-number " SLOT " game-slot " (" FUNCTION TRIM(day-name) ")"
    DELIMITED BY SIZE INTO event-description.

Post-One-Event.
  IF event-year < 1601
    ADD 1 TO events-skipped
    EXIT PARAGRAPH
  END-IF
  MOVE event-feed TO ie-feed
  MOVE event-date TO ie-date
  MOVE event-slot TO ie-slot
  MOVE event-subject TO ie-subject
  READ Ical-Events
    INVALID KEY
      MOVE ZERO TO ie-sequence
      PERFORM Fill-Event-Fields
      WRITE Ical-Event-Record
      PERFORM Check-Ical-Event-Status
      ADD 1 TO events-new
      PERFORM Note-Changed-Feed
    NOT INVALID KEY
      IF ie-event-active AND ie-summary = event-summary
          AND ie-location = event-location
          AND ie-description = event-description
        MOVE run-stamp TO ie-run-stamp
        REWRITE Ical-Event-Record
        ADD 1 TO events-unchanged
      ELSE
        ADD 1 TO ie-sequence
        PERFORM Fill-Event-Fields
        REWRITE Ical-Event-Record
        ADD 1 TO events-changed
        PERFORM Note-Changed-Feed
      END-IF
      PERFORM Check-Ical-Event-Status
  END-READ.

Fill-Event-Fields.
  MOVE event-feed TO ie-feed
  MOVE event-date TO ie-date
  MOVE event-slot TO ie-slot
  MOVE event-subject TO ie-subject
  MOVE event-summary TO ie-summary
  MOVE event-location TO ie-location
  MOVE event-description TO ie-description
  MOVE run-stamp TO ie-stamp ie-run-stamp
  SET ie-event-active TO TRUE.

Note-Changed-Feed.
  MOVE ZERO TO cf-found
  PERFORM VARYING CF-INDEX FROM 1 BY 1
      UNTIL CF-INDEX > changed-feed-count OR cf-feed-was-found
    IF changed-feed-name(CF-INDEX) = ie-feed
      SET cf-feed-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT cf-feed-was-found AND changed-feed-count < 200
    ADD 1 TO changed-feed-count
    MOVE ie-feed TO changed-feed-name(changed-feed-count)
  END-IF.

Post-Birthday-Events.
  PERFORM VARYING SY-INDEX FROM 1 BY 1
      UNTIL SY-INDEX > season-year-count
    MOVE ZERO TO File-Status
    OPEN INPUT CharacterSheet
    IF characters-missing
      CLOSE CharacterSheet
      EXIT PARAGRAPH
    END-IF
    PERFORM Check-CharacterSheet-Status
    MOVE LOW-VALUE TO short-name
    START CharacterSheet KEY >= short-name
      INVALID KEY
        SET end-of-file TO TRUE
    END-START
    PERFORM UNTIL end-of-file
      READ CharacterSheet NEXT RECORD
        AT END
          SET end-of-file TO TRUE
        NOT AT END
          IF NOT character-archived
              AND birth-month >= 1 AND birth-month <= 13
              AND birth-day >= 1 AND birth-day <= 28
            PERFORM Post-One-Birthday
          END-IF
      END-READ
    END-PERFORM
    CLOSE CharacterSheet
  END-PERFORM.

Post-One-Birthday.
  MOVE BIRTHDAY-FEED TO event-feed
  MOVE season-year-entry(SY-INDEX) TO event-year
  MOVE birth-month TO event-month
  MOVE birth-day TO event-day
  MOVE ZERO TO event-slot
  MOVE short-name TO event-subject
  MOVE SPACES TO event-summary event-location event-description
  STRING "BIRTHDAY: " FUNCTION TRIM(long-name) DELIMITED BY SIZE
    INTO event-summary
  IF teammate
    MOVE HOME-SIDE-TEAM TO event-location
  ELSE
    MOVE team TO event-location
  END-IF
  STRING "LEAGUE DATE " event-year "-" event-month "-" event-day
    " (" FUNCTION TRIM(short-name) ")"
    DELIMITED BY SIZE INTO event-description
  PERFORM Post-One-Event.

Cancel-Dropped-Events.
  MOVE LOW-VALUE TO ie-event-key
  START Ical-Events KEY >= ie-event-key
    INVALID KEY
      SET end-of-ical-events TO TRUE
  END-START
  PERFORM UNTIL end-of-ical-events
    READ Ical-Events NEXT RECORD
      AT END
        SET end-of-ical-events TO TRUE
      NOT AT END
        IF ie-event-active AND ie-run-stamp NOT = run-stamp
          IF (ie-feed NOT = SCRIPTED-FEED OR scripted-feed-wanted)
              AND (ie-feed NOT = BIRTHDAY-FEED OR birthday-feed-wanted)
            SET ie-event-cancelled TO TRUE
            ADD 1 TO ie-sequence
            MOVE run-stamp TO ie-stamp ie-run-stamp
            REWRITE Ical-Event-Record
            PERFORM Check-Ical-Event-Status
            ADD 1 TO events-cancelled
            PERFORM Note-Changed-Feed
          END-IF
        END-IF
    END-READ
  END-PERFORM.

Write-Changed-Feeds.
  MOVE ZERO TO ical-event-status
  MOVE LOW-VALUE TO ie-event-key
  START Ical-Events KEY >= ie-event-key
    INVALID KEY
      SET end-of-ical-events TO TRUE
  END-START
  PERFORM UNTIL end-of-ical-events
    READ Ical-Events NEXT RECORD
      AT END
        SET end-of-ical-events TO TRUE
      NOT AT END
        IF ie-feed NOT = open-feed-name
          PERFORM Close-Feed-File
          MOVE ie-feed TO open-feed-name
          PERFORM Open-Feed-File
        END-IF
        IF feed-file-open
          PERFORM Write-One-Vevent
        END-IF
    END-READ
  END-PERFORM
  PERFORM Close-Feed-File.

Open-Feed-File.
  MOVE ZERO TO cf-found
  PERFORM VARYING CF-INDEX FROM 1 BY 1
      UNTIL CF-INDEX > changed-feed-count OR cf-feed-was-found
    IF changed-feed-name(CF-INDEX) = ie-feed
      SET cf-feed-was-found TO TRUE
    END-IF
  END-PERFORM
  IF NOT cf-feed-was-found
    EXIT PARAGRAPH
  END-IF

  MOVE FUNCTION LOWER-CASE(ie-feed) TO feed-slug
  MOVE FUNCTION LENGTH(FUNCTION TRIM(feed-slug)) TO feed-slug-length
  INSPECT feed-slug(1:feed-slug-length) REPLACING ALL SPACE BY "-"
  INSPECT feed-slug(1:feed-slug-length) REPLACING ALL "/" BY "-"
  MOVE SPACES TO ical-feed-file-name
  STRING "data/calendar-" feed-slug(1:feed-slug-length) ".ics"
    DELIMITED BY SIZE INTO ical-feed-file-name
  OPEN OUTPUT Ical-Feed
  IF ical-feed-status NOT = ZERO
    DISPLAY "CANNOT WRITE " FUNCTION TRIM(ical-feed-file-name)
      " STATUS " ical-feed-status
    EXIT PARAGRAPH
  END-IF
  SET feed-file-open TO TRUE
  ADD 1 TO feeds-written

  MOVE "BEGIN:VCALENDAR" TO ical-line
  WRITE ical-line
  MOVE "VERSION:2.0" TO ical-line
  WRITE ical-line
  MOVE "PRODID:-//SPORT-SIM//LEAGUE CALENDAR//EN" TO ical-line
  WRITE ical-line
  MOVE "CALSCALE:GREGORIAN" TO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "X-WR-CALNAME:" FUNCTION TRIM(ie-feed) DELIMITED BY SIZE
    INTO ical-line
  WRITE ical-line.

Close-Feed-File.
  IF feed-file-open
    MOVE "END:VCALENDAR" TO ical-line
    WRITE ical-line
    CLOSE Ical-Feed
    DISPLAY "WROTE " FUNCTION TRIM(ical-feed-file-name)
    MOVE ZERO TO feed-open-flag
  END-IF.

Write-One-Vevent.
  MOVE ie-date TO event-date
  COMPUTE season-day-offset = (event-month - 1) * 28 + event-day - 1
  COMPUTE gregorian-start = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(event-year * 10000 + 101)
    + season-day-offset)
  COMPUTE gregorian-end = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(gregorian-start) + 1)
  MOVE ie-feed TO uid-feed
  INSPECT uid-feed REPLACING ALL SPACE BY "-"
  MOVE ie-sequence TO sequence-edit

  MOVE "BEGIN:VEVENT" TO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "UID:" ie-date "-" ie-slot "-" FUNCTION TRIM(uid-feed)
    "-" FUNCTION TRIM(ie-subject) "@SPORT-SIM"
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "SEQUENCE:" FUNCTION TRIM(sequence-edit)
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "DTSTAMP:" ie-stamp(1:8) "T" ie-stamp(9:6)
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "DTSTART;VALUE=DATE:" gregorian-start
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "DTEND;VALUE=DATE:" gregorian-end
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  MOVE SPACES TO ical-line
  STRING "SUMMARY:" FUNCTION TRIM(ie-summary)
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  IF ie-location NOT = SPACES
    MOVE SPACES TO ical-line
    STRING "LOCATION:" FUNCTION TRIM(ie-location)
      DELIMITED BY SIZE INTO ical-line
    WRITE ical-line
  END-IF
  MOVE SPACES TO ical-line
  STRING "DESCRIPTION:" FUNCTION TRIM(ie-description)
    DELIMITED BY SIZE INTO ical-line
  WRITE ical-line
  IF ie-event-cancelled
    MOVE "STATUS:CANCELLED" TO ical-line
  ELSE
    MOVE "STATUS:CONFIRMED" TO ical-line
  END-IF
  WRITE ical-line
  MOVE "END:VEVENT" TO ical-line
  WRITE ical-line.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Calendar-Status
              STATUS-FIELD BY calendar-status
              PROGRAM-TAG BY "ICAL-EXPORT"
              FILE-TAG BY "CALENDAR".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Ical-Event-Status
              STATUS-FIELD BY ical-event-status
              PROGRAM-TAG BY "ICAL-EXPORT"
              FILE-TAG BY "ICAL-EVENTS".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "ICAL-EXPORT"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "ICAL-EXPORT".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
