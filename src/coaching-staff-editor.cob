IDENTIFICATION DIVISION.
PROGRAM-ID. Coaching-Staff-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

DATA DIVISION.
FILE SECTION.
FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

WORKING-STORAGE SECTION.
  01 coaching-staff-status PIC 99.
    88 end-of-coaching-staff VALUE 10.
    88 coaching-staff-missing VALUE 35.

  01 editor-choice PIC X.
    88 hire-chosen    VALUES "H", "h".
    88 release-chosen VALUES "R", "r".
    88 list-chosen    VALUES "L", "l".
    88 quit-chosen    VALUES "Q", "q".

  01 entry-coach-name PIC X(21).
  01 entry-team PIC X(20).
  01 entry-specialty PIC X(12).
  01 entry-rating PIC 9.
  01 entry-contract-end PIC 9(4).
  01 entry-per-diem PIC 99.
  01 record-found PIC 9 VALUE ZERO.
    88 coach-was-found VALUE 1.

PROCEDURE DIVISION.
Main-logic.
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "[H]IRE OR UPDATE COACH, [R]ELEASE COACH, [L]IST STAFF"
      " OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN hire-chosen
        PERFORM Hire-One-Coach
      WHEN release-chosen
        PERFORM Release-One-Coach
      WHEN list-chosen
        PERFORM List-Coaching-Staff
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Hire-One-Coach.
  DISPLAY "COACH NAME: " WITH NO ADVANCING
  ACCEPT entry-coach-name
  MOVE FUNCTION UPPER-CASE(entry-coach-name) TO entry-coach-name
  IF entry-coach-name = SPACES
    DISPLAY "NO COACH GIVEN."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  DISPLAY "SPECIALTY (POWER/FOCUS/SPEED/CONDITIONING): "
    WITH NO ADVANCING
  ACCEPT entry-specialty
  MOVE FUNCTION UPPER-CASE(entry-specialty) TO entry-specialty
  DISPLAY "RATING (1-5): " WITH NO ADVANCING
  ACCEPT entry-rating
  DISPLAY "CONTRACT END YEAR: " WITH NO ADVANCING
  ACCEPT entry-contract-end
  DISPLAY "PER-DIEM: " WITH NO ADVANCING
  ACCEPT entry-per-diem

  MOVE entry-specialty TO co-specialty
  IF NOT valid-coach-specialty
    DISPLAY "INVALID SPECIALTY: " entry-specialty
    EXIT PARAGRAPH
  END-IF
  MOVE entry-rating TO co-rating
  IF NOT valid-coach-rating
    DISPLAY "RATING MUST BE 1 THROUGH 5."
    EXIT PARAGRAPH
  END-IF
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Coaching-Staff
  IF coaching-staff-missing
    OPEN OUTPUT Coaching-Staff
  END-IF
  MOVE ZERO TO record-found
  MOVE entry-coach-name TO co-coach-name
  READ Coaching-Staff
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET coach-was-found TO TRUE
  END-READ

  MOVE entry-coach-name TO co-coach-name
  MOVE entry-team TO co-team
  MOVE entry-specialty TO co-specialty
  MOVE entry-rating TO co-rating
  MOVE entry-contract-end TO co-contract-end
  MOVE entry-per-diem TO co-per-diem
  IF coach-was-found
    REWRITE Coach-Record
  ELSE
    WRITE Coach-Record
  END-IF
  CLOSE Coaching-Staff

  DISPLAY FUNCTION TRIM(entry-coach-name) " ("
    FUNCTION TRIM(entry-specialty) ") ON STAFF AT "
    FUNCTION TRIM(entry-team) " THROUGH " entry-contract-end.

Release-One-Coach.
  DISPLAY "COACH NAME: " WITH NO ADVANCING
  ACCEPT entry-coach-name
  MOVE FUNCTION UPPER-CASE(entry-coach-name) TO entry-coach-name

  OPEN I-O Coaching-Staff
  IF coaching-staff-missing
    DISPLAY "NO COACHING STAFF ON FILE."
    CLOSE Coaching-Staff
    EXIT PARAGRAPH
  END-IF
  MOVE entry-coach-name TO co-coach-name
  READ Coaching-Staff
    INVALID KEY
      DISPLAY "NO COACH " FUNCTION TRIM(entry-coach-name)
    NOT INVALID KEY
      DELETE Coaching-Staff RECORD
      DISPLAY FUNCTION TRIM(entry-coach-name) " RELEASED FROM "
        FUNCTION TRIM(co-team)
  END-READ
  CLOSE Coaching-Staff.

List-Coaching-Staff.
  OPEN INPUT Coaching-Staff
    MOVE LOW-VALUE TO co-coach-name
    START Coaching-Staff KEY >= co-coach-name
      INVALID KEY
        DISPLAY "NO COACHING STAFF ON FILE."
      NOT INVALID KEY
        DISPLAY "COACH                 TEAM                 SPECIALTY"
          "    R THRU PER-DIEM"
        PERFORM UNTIL end-of-coaching-staff
          READ Coaching-Staff NEXT RECORD
            AT END
              SET end-of-coaching-staff TO TRUE
            NOT AT END
              DISPLAY co-coach-name " " co-team " "
                co-specialty " " co-rating " " co-contract-end
                " $" co-per-diem
          END-READ
        END-PERFORM
    END-START
  CLOSE Coaching-Staff.
