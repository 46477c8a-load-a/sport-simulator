    RECORD KEY IS ve-team-name
    FILE STATUS IS venue-status.

  SELECT Venue-Bookings ASSIGN TO "data/venue-bookings.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS vb-booking-key
    FILE STATUS IS booking-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.

DATA DIVISION.
FILE SECTION.
FD Venues

  COPY "src/copy/file-description/venue-record.cpy".

FD Venue-Bookings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Booking-Record.

  COPY "src/copy/file-description/venue-booking-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

WORKING-STORAGE SECTION.
  01 venue-status PIC 99.
    88 end-of-venues VALUE 10.
    88 venues-missing VALUE 35.

  01 booking-status PIC 99.
    88 end-of-bookings VALUE 10.
    88 bookings-missing VALUE 35.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10).

  78 ALL-LEAGUES VALUE "ALL".
  78 MAXIMUM-BLACKOUT-DAYS VALUE 99.

  01 editor-choice PIC X.
    88 assign-chosen VALUES "A", "a".
    88 list-chosen   VALUES "L", "l".
    88 blackout-chosen VALUES "B", "b".
    88 clear-chosen  VALUES "C", "c".
    88 show-chosen   VALUES "S", "s".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 record-found PIC 9 VALUE ZERO.
    88 venue-was-found VALUE 1.

  01 blackout-start-date.
    02 blackout-year  PIC 9(4).
    02 blackout-month PIC 99.
    02 blackout-day   PIC 99.
  01 blackout-day-count PIC 99.
  01 blackout-reason PIC X(30).
  01 blackout-step PIC 99.
  01 blackout-written-count PIC 99.
  01 blackout-cleared-count PIC 99.
  01 booking-listed-count PIC 9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "[A]SSIGN VENUE, [L]IST VENUES, [B]LACK OUT DATES,"
    DISPLAY "[C]LEAR BLACKOUT, [S]HOW BOOKINGS OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
        PERFORM Assign-One-Venue
      WHEN list-chosen
        PERFORM List-Venues
      WHEN blackout-chosen
        PERFORM Black-Out-Venue
      WHEN clear-chosen
        PERFORM Clear-Venue-Blackout
      WHEN show-chosen
        PERFORM Show-Venue-Bookings
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        END-PERFORM
    END-START
  CLOSE Venues.

Ask-Blackout-Venue.
  MOVE ZERO TO record-found
  DISPLAY "TEAM WHOSE VENUE IS AFFECTED: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    EXIT PARAGRAPH
  END-IF
  OPEN INPUT Venues
  IF venues-missing
    CLOSE Venues
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO ve-team-name
  READ Venues
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET venue-was-found TO TRUE
      MOVE ve-venue-name TO entry-venue-name
  END-READ
  CLOSE Venues
  IF NOT venue-was-found
    DISPLAY "NO VENUE ON FILE FOR " FUNCTION TRIM(entry-team) "."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "FIRST DAY (YYYYMMDD): " WITH NO ADVANCING
  ACCEPT blackout-start-date
  DISPLAY "NUMBER OF DAYS (1-" MAXIMUM-BLACKOUT-DAYS "): "
    WITH NO ADVANCING
  ACCEPT blackout-day-count
  IF blackout-start-date IS NOT NUMERIC
      OR blackout-month < 1 OR blackout-month > 13
      OR blackout-day < 1 OR blackout-day > 28
      OR blackout-day-count = ZERO
    DISPLAY "INVALID DATE OR DAY COUNT."
    MOVE ZERO TO record-found
  END-IF.

Black-Out-Venue.
  PERFORM Ask-Blackout-Venue
  IF NOT venue-was-found
    EXIT PARAGRAPH
  END-IF
  DISPLAY "REASON (E.G. MAINTENANCE, FESTIVAL): " WITH NO ADVANCING
  ACCEPT blackout-reason
  MOVE FUNCTION UPPER-CASE(blackout-reason) TO blackout-reason
  IF blackout-reason = SPACES
    MOVE "MAINTENANCE" TO blackout-reason
  END-IF
  PERFORM Load-Operator-Id

  OPEN I-O Venue-Bookings
  IF bookings-missing
    OPEN OUTPUT Venue-Bookings
  END-IF
  MOVE ZERO TO blackout-written-count
  PERFORM VARYING blackout-step FROM 1 BY 1
      UNTIL blackout-step > blackout-day-count
    MOVE SPACES TO Venue-Booking-Record
    MOVE entry-venue-name TO vb-venue-name
    MOVE blackout-start-date TO vb-date
    MOVE ZERO TO vb-slot
    MOVE ALL-LEAGUES TO vb-league
    SET booking-blackout TO TRUE
    MOVE entry-team TO vb-host-team
    MOVE blackout-reason TO vb-description
    MOVE operator-id TO vb-entered-by
    MOVE FUNCTION CURRENT-DATE(1:8) TO vb-entered-date
    WRITE Venue-Booking-Record
      INVALID KEY
        REWRITE Venue-Booking-Record
      NOT INVALID KEY
        ADD 1 TO blackout-written-count
    END-WRITE
    PERFORM Advance-Blackout-Day
  END-PERFORM
  CLOSE Venue-Bookings

  DISPLAY FUNCTION TRIM(entry-venue-name) " BLACKED OUT FOR "
    blackout-day-count " DAY(S) (" blackout-written-count " NEW): "
    FUNCTION TRIM(blackout-reason)
  DISPLAY "RUN THE VENUE CONFLICT REPORT TO SEE GAMES NOW CLASHING.".

Clear-Venue-Blackout.
  PERFORM Ask-Blackout-Venue
  IF NOT venue-was-found
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Venue-Bookings
  IF bookings-missing
    CLOSE Venue-Bookings
    DISPLAY "NO BOOKINGS ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO blackout-cleared-count
  PERFORM VARYING blackout-step FROM 1 BY 1
      UNTIL blackout-step > blackout-day-count
    MOVE entry-venue-name TO vb-venue-name
    MOVE blackout-start-date TO vb-date
    MOVE ZERO TO vb-slot
    MOVE ALL-LEAGUES TO vb-league
    READ Venue-Bookings KEY IS vb-booking-key
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF booking-blackout
          DELETE Venue-Bookings RECORD
          ADD 1 TO blackout-cleared-count
        END-IF
    END-READ
    PERFORM Advance-Blackout-Day
  END-PERFORM
  CLOSE Venue-Bookings
  DISPLAY blackout-cleared-count " BLACKOUT DAY(S) CLEARED FOR "
    FUNCTION TRIM(entry-venue-name) ".".

Advance-Blackout-Day.
  ADD 1 TO blackout-day
  IF blackout-day > 28
    MOVE 1 TO blackout-day
    ADD 1 TO blackout-month
    IF blackout-month > 13
      MOVE 1 TO blackout-month
      ADD 1 TO blackout-year
    END-IF
  END-IF.

Show-Venue-Bookings.
  MOVE ZERO TO booking-listed-count
  OPEN INPUT Venue-Bookings
  IF bookings-missing
    CLOSE Venue-Bookings
    DISPLAY "NO BOOKINGS ON FILE."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO vb-booking-key
  START Venue-Bookings KEY >= vb-booking-key
    INVALID KEY
      DISPLAY "NO BOOKINGS ON FILE."
    NOT INVALID KEY
      DISPLAY "VENUE                DATE     S LGUE PURPOSE"
        "    DETAIL"
      PERFORM UNTIL end-of-bookings
        READ Venue-Bookings NEXT RECORD
          AT END
            SET end-of-bookings TO TRUE
          NOT AT END
            ADD 1 TO booking-listed-count
            DISPLAY vb-venue-name " " vb-date " " vb-slot " "
              vb-league " " vb-purpose " "
              FUNCTION TRIM(vb-description)
        END-READ
      END-PERFORM
  END-START
  CLOSE Venue-Bookings
  DISPLAY booking-listed-count " BOOKING(S)".

SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".
