ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    FILE STATUS IS structure-status.

  SELECT League-Master ASSIGN TO "data/league-master.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lm-league-id
    FILE STATUS IS league-master-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD League-Structure

  COPY "src/copy/file-description/league-structure-record.cpy".

FD League-Master
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE League-Master-Record.

  COPY "src/copy/file-description/league-master-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 structure-status PIC 99.
    88 end-of-structure VALUE 10.
    88 structure-missing VALUE 35.
  01 editor-choice PIC X.
    88 assign-chosen VALUES "A", "a".
    88 list-chosen   VALUES "L", "l".
    88 master-chosen VALUES "M", "m".
    88 view-chosen   VALUES "V", "v".
    88 quit-chosen   VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 record-found PIC 9 VALUE ZERO.
    88 structure-was-found VALUE 1.

  01 league-master-status PIC 99.
    88 end-of-league-master VALUE 10.
    88 league-master-missing VALUE 35.
  01 entry-league-id PIC X(4).
  01 entry-league-name PIC X(30).
  01 entry-tier PIC 9.
  01 entry-swap-count PIC 9.
  01 league-found-flag PIC 9 VALUE ZERO.
    88 league-was-found VALUE 1.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "LEAGUE " FUNCTION TRIM(current-league-id)
    DISPLAY "[A]SSIGN TEAM, [L]IST STRUCTURE, [M]AINTAIN LEAGUE,"
      " [V]IEW LEAGUES OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN assign-chosen
        PERFORM Assign-One-Team
      WHEN list-chosen
        PERFORM List-Structure
      WHEN master-chosen
        PERFORM Maintain-One-League
      WHEN view-chosen
        PERFORM List-Leagues
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        END-PERFORM
    END-START
  CLOSE League-Structure.

Maintain-One-League.
  DISPLAY "LEAGUE ID (4 CHARACTERS): " WITH NO ADVANCING
  ACCEPT entry-league-id
  MOVE FUNCTION UPPER-CASE(entry-league-id) TO entry-league-id
  IF entry-league-id = SPACES
    DISPLAY "NO LEAGUE GIVEN."
    EXIT PARAGRAPH
  END-IF

  DISPLAY "LEAGUE NAME: " WITH NO ADVANCING
  ACCEPT entry-league-name
  MOVE FUNCTION UPPER-CASE(entry-league-name) TO entry-league-name
  DISPLAY "TIER (1 = TOP): " WITH NO ADVANCING
  ACCEPT entry-tier
  DISPLAY "TEAMS PROMOTED/RELEGATED WITH THE TIER BELOW (0-9): "
    WITH NO ADVANCING
  ACCEPT entry-swap-count
  IF entry-tier = ZERO
    DISPLAY "TIER MUST BE AT LEAST 1; USING 1."
    MOVE 1 TO entry-tier
  END-IF

  OPEN I-O League-Master
  IF league-master-missing
    OPEN OUTPUT League-Master
  END-IF
  MOVE ZERO TO league-found-flag
  MOVE entry-league-id TO lm-league-id
  READ League-Master
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET league-was-found TO TRUE
  END-READ

  MOVE entry-league-id TO lm-league-id
  MOVE entry-league-name TO lm-league-name
  MOVE entry-tier TO lm-tier
  MOVE entry-swap-count TO lm-swap-count
  IF league-was-found
    REWRITE League-Master-Record
  ELSE
    WRITE League-Master-Record
  END-IF
  CLOSE League-Master

  DISPLAY "LEAGUE " FUNCTION TRIM(entry-league-id) " SAVED AS TIER "
    entry-tier.

List-Leagues.
  MOVE ZERO TO league-master-status
  OPEN INPUT League-Master
  IF league-master-missing
    CLOSE League-Master
    DISPLAY "NO LEAGUE MASTER ON FILE; ONLY THE MAIN LEAGUE EXISTS."
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO lm-league-id
  START League-Master KEY >= lm-league-id
    INVALID KEY
      DISPLAY "NO LEAGUES ON FILE."
    NOT INVALID KEY
      DISPLAY "ID   NAME                           TIER SWAP"
      PERFORM UNTIL end-of-league-master
        READ League-Master NEXT RECORD
          AT END
            SET end-of-league-master TO TRUE
          NOT AT END
            DISPLAY lm-league-id " " lm-league-name " "
              lm-tier "    " lm-swap-count
        END-READ
      END-PERFORM
  END-START
  CLOSE League-Master.

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
