IDENTIFICATION DIVISION.
PROGRAM-ID. Venue-Conflict-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Venue-Bookings ASSIGN TO "data/venue-bookings.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS vb-booking-key
    FILE STATUS IS booking-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS calendar-status.

  SELECT Venues ASSIGN TO "data/venues.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Report-Print ASSIGN TO "data/venue-conflicts.prt"
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
FD Venue-Bookings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Booking-Record.

  COPY "src/copy/file-description/venue-booking-record.cpy".

FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Venues
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Record.

  COPY "src/copy/file-description/venue-record.cpy".

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

  01 booking-status PIC 99.
    88 end-of-bookings VALUE 10.
    88 bookings-missing VALUE 35.
  01 calendar-status PIC 99.
    88 end-of-calendar VALUE 10.
    88 calendar-missing VALUE 35.
  01 venue-status PIC 99.
    88 venues-missing VALUE 35.
  01 error-log-status PIC 99.

  78 HOME-SIDE-TEAM VALUE "TEAMMATES".
  78 DEFAULT-VENUE-NAME VALUE "LEAGUE GROUNDS".
  78 GROUP-TABLE-LIMIT VALUE 30.

  01 home-venue-name PIC X(20).
  01 games-booked-count PIC 9(5) VALUE ZERO.
  01 games-cleared-count PIC 9(5) VALUE ZERO.

  01 Booking-Group.
    02 bg-venue-name PIC X(20).
    02 bg-date       PIC 9(8).
    02 bg-game-count PIC 99.
    02 bg-blackout-count PIC 99.
    02 bg-entry-count PIC 99.
    02 Booking-Group-Entry OCCURS 30 TIMES INDEXED BY BG-INDEX.
      03 bg-slot        PIC 9.
      03 bg-league      PIC X(4).
      03 bg-purpose     PIC X(10).
      03 bg-host-team   PIC X(20).
      03 bg-description PIC X(30).
  01 group-open-flag PIC 9 VALUE ZERO.
    88 booking-group-open VALUE 1.

  01 bookings-read-count PIC 9(5) VALUE ZERO.
  01 double-booked-count PIC 9(4) VALUE ZERO.
  01 blackout-clash-count PIC 9(4) VALUE ZERO.
  01 clash-kind PIC X(14).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO games-booked-count games-cleared-count
    bookings-read-count double-booked-count blackout-clash-count
  PERFORM Refresh-Game-Bookings

  MOVE "VENUE BOOKING CONFLICTS" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  DISPLAY "=== VENUE BOOKING CONFLICTS ==="
  PERFORM Scan-Booking-Conflicts
  PERFORM Print-Conflict-Totals
  CLOSE Report-Print

  MOVE bookings-read-count TO run-processed-count
  MOVE games-booked-count TO run-changed-count
  COMPUTE run-rejected-count =
    double-booked-count + blackout-clash-count
  DISPLAY double-booked-count " DOUBLE-BOOKING(S), "
    blackout-clash-count " BLACKOUT CLASH(ES) WRITTEN TO"
    " data/venue-conflicts.prt"
  PERFORM Write-Run-History-Entry
GOBACK.

Print-Column-Headings.
  MOVE "VENUE                DATE     S LGUE PURPOSE    HOST / DETAIL"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Refresh-Game-Bookings.
  PERFORM Find-Home-Venue
  MOVE ZERO TO booking-status
  OPEN I-O Venue-Bookings
  IF bookings-missing
    OPEN OUTPUT Venue-Bookings
    CLOSE Venue-Bookings
    OPEN I-O Venue-Bookings
  END-IF
  PERFORM Clear-League-Game-Bookings

  MOVE ZERO TO calendar-status
  OPEN INPUT Calendar
  IF calendar-missing
    DISPLAY "NO CALENDAR ON FILE FOR LEAGUE " current-league-id
    CLOSE Calendar
    CLOSE Venue-Bookings
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO calendar-key
  START Calendar KEY >= calendar-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-calendar
        READ Calendar NEXT RECORD
          AT END
            SET end-of-calendar TO TRUE
          NOT AT END
            IF home-game
              PERFORM Book-One-Home-Game
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Calendar
  CLOSE Venue-Bookings
  DISPLAY games-booked-count " HOME GAME(S) BOOKED INTO "
    FUNCTION TRIM(home-venue-name) " FOR LEAGUE " current-league-id.

Find-Home-Venue.
  MOVE DEFAULT-VENUE-NAME TO home-venue-name
  MOVE ZERO TO venue-status
  OPEN INPUT Venues
  IF venues-missing
    CLOSE Venues
    EXIT PARAGRAPH
  END-IF
  MOVE HOME-SIDE-TEAM TO ve-team-name
  READ Venues
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE ve-venue-name TO home-venue-name
  END-READ
  CLOSE Venues.

Clear-League-Game-Bookings.
  MOVE LOW-VALUE TO vb-booking-key
  START Venue-Bookings KEY >= vb-booking-key
    INVALID KEY
      EXIT PARAGRAPH
  END-START
  PERFORM UNTIL end-of-bookings
    READ Venue-Bookings NEXT RECORD
      AT END
        SET end-of-bookings TO TRUE
      NOT AT END
        IF booking-home-game AND vb-league = current-league-id
          DELETE Venue-Bookings RECORD
          ADD 1 TO games-cleared-count
        END-IF
    END-READ
  END-PERFORM
  MOVE ZERO TO booking-status.

Book-One-Home-Game.
  MOVE SPACES TO Venue-Booking-Record
  MOVE home-venue-name TO vb-venue-name
  MOVE numeric-date TO vb-date
  MOVE game-slot TO vb-slot
  MOVE current-league-id TO vb-league
  SET booking-home-game TO TRUE
  MOVE HOME-SIDE-TEAM TO vb-host-team
  STRING "V " challenger DELIMITED BY SIZE INTO vb-description
  MOVE "CALENDAR" TO vb-entered-by
  MOVE FUNCTION CURRENT-DATE(1:8) TO vb-entered-date
  WRITE Venue-Booking-Record
    INVALID KEY
      REWRITE Venue-Booking-Record
  END-WRITE
  ADD 1 TO games-booked-count.

Scan-Booking-Conflicts.
  MOVE ZERO TO group-open-flag
  MOVE ZERO TO booking-status
  OPEN INPUT Venue-Bookings
  IF bookings-missing
    CLOSE Venue-Bookings
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO vb-booking-key
  START Venue-Bookings KEY >= vb-booking-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-bookings
        READ Venue-Bookings NEXT RECORD
          AT END
            SET end-of-bookings TO TRUE
          NOT AT END
            ADD 1 TO bookings-read-count
            PERFORM Group-One-Booking
        END-READ
      END-PERFORM
  END-START
  CLOSE Venue-Bookings
  IF booking-group-open
    PERFORM Judge-Booking-Group
  END-IF.

Group-One-Booking.
  IF booking-group-open
      AND (vb-venue-name NOT = bg-venue-name OR vb-date NOT = bg-date)
    PERFORM Judge-Booking-Group
  END-IF
  IF NOT booking-group-open
    MOVE vb-venue-name TO bg-venue-name
    MOVE vb-date TO bg-date
    MOVE ZERO TO bg-game-count bg-blackout-count bg-entry-count
    SET booking-group-open TO TRUE
  END-IF
  IF booking-blackout
    ADD 1 TO bg-blackout-count
  ELSE
    ADD 1 TO bg-game-count
  END-IF
  IF bg-entry-count < GROUP-TABLE-LIMIT
    ADD 1 TO bg-entry-count
    SET BG-INDEX TO bg-entry-count
    MOVE vb-slot TO bg-slot(BG-INDEX)
    MOVE vb-league TO bg-league(BG-INDEX)
    MOVE vb-purpose TO bg-purpose(BG-INDEX)
    MOVE vb-host-team TO bg-host-team(BG-INDEX)
    MOVE vb-description TO bg-description(BG-INDEX)
  END-IF.

Judge-Booking-Group.
  MOVE ZERO TO group-open-flag
  MOVE SPACES TO clash-kind
  EVALUATE TRUE
    WHEN bg-blackout-count > ZERO AND bg-game-count > ZERO
      MOVE "BLACKOUT CLASH" TO clash-kind
      ADD 1 TO blackout-clash-count
    WHEN bg-game-count > 1
      MOVE "DOUBLE-BOOKED" TO clash-kind
      ADD 1 TO double-booked-count
    WHEN OTHER
      EXIT PARAGRAPH
  END-EVALUATE

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "*** " clash-kind " " bg-venue-name " ON " bg-date
    " (" bg-game-count " GAME(S))"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY clash-kind " " FUNCTION TRIM(bg-venue-name) " ON "
    bg-date " (" bg-game-count " GAME(S))"

  PERFORM VARYING BG-INDEX FROM 1 BY 1
      UNTIL BG-INDEX > bg-entry-count
    MOVE SPACES TO print-line
    STRING bg-venue-name " " bg-date " " bg-slot(BG-INDEX) " "
      bg-league(BG-INDEX) " " bg-purpose(BG-INDEX) " "
      FUNCTION TRIM(bg-host-team(BG-INDEX)) " "
      bg-description(BG-INDEX)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-PERFORM.

Print-Conflict-Totals.
  MOVE ALL "=" TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING bookings-read-count " BOOKING(S) CHECKED, "
    double-booked-count " DOUBLE-BOOKING(S), "
    blackout-clash-count " BLACKOUT CLASH(ES)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF double-booked-count = ZERO AND blackout-clash-count = ZERO
    MOVE "NO VENUE CONFLICTS." TO print-line
    PERFORM Write-Print-Line
  END-IF.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "VENUE-CONFLICTS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
