IDENTIFICATION DIVISION.
PROGRAM-ID. Tactics-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Team-Tactics ASSIGN TO "data/team-tactics.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tt-tactics-key
    FILE STATUS IS team-tactics-status.

DATA DIVISION.
FILE SECTION.
FD Team-Tactics
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Tactics-Record.

  COPY "src/copy/file-description/team-tactics-record.cpy".

WORKING-STORAGE SECTION.
  01 team-tactics-status PIC 99.
    88 end-of-team-tactics VALUE 10.
    88 team-tactics-missing VALUE 35.

  01 editor-choice PIC X.
    88 standing-chosen VALUES "S", "s".
    88 override-chosen VALUES "O", "o".
    88 clear-chosen    VALUES "C", "c".
    88 list-chosen     VALUES "L", "l".
    88 quit-chosen     VALUES "Q", "q".

  01 entry-team PIC X(20).
  01 entry-game-date PIC 9(8).
  01 entry-game-slot PIC 9.
  01 entry-game-plan PIC X(14).
  01 record-found PIC 9 VALUE ZERO.
    88 tactics-was-found VALUE 1.

PROCEDURE DIVISION.
Main-logic.
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "[S]TANDING PLAN, [O]VERRIDE ONE GAME, [C]LEAR ENTRY,"
      " [L]IST OR [Q]UIT: " WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN standing-chosen
        PERFORM Set-Standing-Plan
      WHEN override-chosen
        PERFORM Set-Game-Override
      WHEN clear-chosen
        PERFORM Clear-One-Entry
      WHEN list-chosen
        PERFORM List-Team-Tactics
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Set-Standing-Plan.
  PERFORM Accept-Team-Name
  IF entry-team = SPACES
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO entry-game-date entry-game-slot
  PERFORM Accept-Game-Plan
  IF NOT valid-game-plan
    EXIT PARAGRAPH
  END-IF
  PERFORM Store-Tactics-Entry
  DISPLAY FUNCTION TRIM(entry-team) " PLAYS "
    FUNCTION TRIM(entry-game-plan) " UNLESS A GAME SAYS OTHERWISE.".

Set-Game-Override.
  PERFORM Accept-Team-Name
  IF entry-team = SPACES
    EXIT PARAGRAPH
  END-IF
  DISPLAY "GAME DATE (YYYYMMDD): " WITH NO ADVANCING
  ACCEPT entry-game-date
  DISPLAY "GAME SLOT (1-9): " WITH NO ADVANCING
  ACCEPT entry-game-slot
  IF entry-game-date = ZERO OR entry-game-slot = ZERO
    DISPLAY "AN OVERRIDE NEEDS A GAME DATE AND SLOT."
    EXIT PARAGRAPH
  END-IF
  PERFORM Accept-Game-Plan
  IF NOT valid-game-plan
    EXIT PARAGRAPH
  END-IF
  PERFORM Store-Tactics-Entry
  DISPLAY FUNCTION TRIM(entry-team) " PLAYS "
    FUNCTION TRIM(entry-game-plan) " ON " entry-game-date
    " SLOT " entry-game-slot.

Accept-Team-Name.
  DISPLAY "TEAM NAME: " WITH NO ADVANCING
  ACCEPT entry-team
  MOVE FUNCTION UPPER-CASE(entry-team) TO entry-team
  IF entry-team = SPACES
    DISPLAY "NO TEAM GIVEN."
  END-IF.

Accept-Game-Plan.
  DISPLAY "GAME PLAN (POWER-HEAVY/FOCUS-CONTROL/SPEED-RUNNING/"
    "BALANCED): " WITH NO ADVANCING
  ACCEPT entry-game-plan
  MOVE FUNCTION UPPER-CASE(entry-game-plan) TO entry-game-plan
  MOVE entry-game-plan TO tt-game-plan
  IF NOT valid-game-plan
    DISPLAY "INVALID GAME PLAN: " entry-game-plan
  END-IF.

Store-Tactics-Entry.
  OPEN I-O Team-Tactics
  IF team-tactics-missing
    OPEN OUTPUT Team-Tactics
  END-IF
  MOVE ZERO TO record-found
  MOVE entry-team TO tt-team
  MOVE entry-game-date TO tt-game-date
  MOVE entry-game-slot TO tt-game-slot
  READ Team-Tactics
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET tactics-was-found TO TRUE
  END-READ

  MOVE entry-team TO tt-team
  MOVE entry-game-date TO tt-game-date
  MOVE entry-game-slot TO tt-game-slot
  MOVE entry-game-plan TO tt-game-plan
  MOVE FUNCTION CURRENT-DATE(1:8) TO tt-set-date
  IF tactics-was-found
    REWRITE Team-Tactics-Record
  ELSE
    WRITE Team-Tactics-Record
  END-IF
  CLOSE Team-Tactics.

Clear-One-Entry.
  PERFORM Accept-Team-Name
  IF entry-team = SPACES
    EXIT PARAGRAPH
  END-IF
  DISPLAY "GAME DATE (YYYYMMDD, 0 FOR STANDING PLAN): "
    WITH NO ADVANCING
  ACCEPT entry-game-date
  MOVE ZERO TO entry-game-slot
  IF entry-game-date NOT = ZERO
    DISPLAY "GAME SLOT (1-9): " WITH NO ADVANCING
    ACCEPT entry-game-slot
  END-IF

  OPEN I-O Team-Tactics
  IF team-tactics-missing
    DISPLAY "NO TACTICS ON FILE."
    CLOSE Team-Tactics
    EXIT PARAGRAPH
  END-IF
  MOVE entry-team TO tt-team
  MOVE entry-game-date TO tt-game-date
  MOVE entry-game-slot TO tt-game-slot
  READ Team-Tactics
    INVALID KEY
      DISPLAY "NO SUCH TACTICS ENTRY."
    NOT INVALID KEY
      DELETE Team-Tactics RECORD
      DISPLAY "TACTICS ENTRY CLEARED; "
        FUNCTION TRIM(entry-team) " FALLS BACK TO ITS STANDING PLAN"
        " OR BALANCED."
  END-READ
  CLOSE Team-Tactics.

List-Team-Tactics.
  OPEN INPUT Team-Tactics
    MOVE LOW-VALUE TO tt-tactics-key
    START Team-Tactics KEY >= tt-tactics-key
      INVALID KEY
        DISPLAY "NO TACTICS ON FILE."
      NOT INVALID KEY
        DISPLAY "TEAM                 GAME DATE SLOT PLAN"
          "           SET ON"
        PERFORM UNTIL end-of-team-tactics
          READ Team-Tactics NEXT RECORD
            AT END
              SET end-of-team-tactics TO TRUE
            NOT AT END
              IF tt-game-date = ZERO
                DISPLAY tt-team " STANDING       " tt-game-plan
                  " " tt-set-date
              ELSE
                DISPLAY tt-team " " tt-game-date "  " tt-game-slot
                  "    " tt-game-plan " " tt-set-date
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE Team-Tactics.
