ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY calendar-key
  ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
  FILE STATUS IS character-file.

  SELECT Weather ASSIGN TO DYNAMIC weather-file-name
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY wx-date
  FILE STATUS IS weather-file.

  SELECT Fortune-Definitions ASSIGN TO "data/fortune-definitions.dat"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS fortune-defs-file.

  SELECT Calendar-Export ASSIGN TO "data/calendar-export.csv"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS export-file.
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS schedule-import-file.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Calendar
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Weather
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Weather-Record.

  COPY "src/copy/file-description/weather-record.cpy".

FD Fortune-Definitions.
  COPY "src/copy/file-description/fortune-definition-record.cpy".

FD Calendar-Export.
  01 export-line PIC X(100).

    02 si-slot       PIC 9.
      88 valid-import-slot VALUES 1 THROUGH 9.

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  78 ACT-CLEAR    VALUE "CLEAR-EVENT".
  78 ACT-EDIT     VALUE "EDIT-EVENT".
  78 ACT-RESET    VALUE "RESET-FILE".
  78 ACT-EXPORT    VALUE "EXPORT-CSV".
  78 ACT-IMPORT    VALUE "IMPORT-SCHEDULE".
  78 ACT-PICK      VALUE "PICK-TRAVEL".
  78 ACT-WEATHER   VALUE "REVISE-WEATHER".
  78 MENU-LENGTH  VALUE 11.

  01 calendar-file PIC 99 VALUE ZEROS.
    88 end-of-file VALUE 10.

  01 export-file PIC 99 VALUE ZEROS.

  01 weather-file PIC 99 VALUE ZEROS.
    88 weather-file-missing VALUE 35.
  01 weather-fraction PIC 9V9(9).
  01 weather-roll PIC 99.
  01 weather-seed PIC 9(8).
  01 weather-new-hold PIC X(20).

  01 schedule-import-file PIC 99 VALUE ZEROS.
    88 end-of-schedule-import VALUE 10.

  01 travel-choice PIC 9 VALUE ZERO.

  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 restart-file PIC 99 VALUE ZEROS.
  01 checkpoint-found PIC 9 VALUE ZERO.
  01 fortune-remainder PIC 9.
  01 fortune-ignore-quotient PIC 99.

  01 fortune-defs-file PIC 99 VALUE ZEROS.
    88 end-of-fortune-defs VALUE 10.
    88 fortune-defs-missing VALUE 35.
  01 Fortune-Effect-Table.
    02 Fortune-Effect-Entry OCCURS 50 TIMES INDEXED BY EFFECT-INDEX.
      03 fx-fortune     PIC X(20).
      03 fx-effect-text PIC X(30).
  01 fortune-effect-count PIC 99 VALUE ZERO.
  01 fortune-magnitude-edit PIC -ZZ9.
  01 fortune-effect-shown PIC X(30).

  01 Menu-Table.
    02 Menu-Entry OCCURS MENU-LENGTH TIMES INDEXED BY MENU-INDEX.
      03 menu-key PIC X.

PROCEDURE DIVISION.
Initialize-Tables.
  PERFORM Load-League-Context
  SET WEEKDAY-INDEX TO 1
  MOVE "SUNDAY"   TO WEEKDAY(1)
  MOVE "MOONDAY"  TO WEEKDAY(2)
  MOVE "T" TO menu-key(7) MOVE ACT-BIRTHDAYS  TO menu-action(7)
  MOVE "X" TO menu-key(8) MOVE ACT-EXPORT     TO menu-action(8)
  MOVE "I" TO menu-key(9) MOVE ACT-IMPORT     TO menu-action(9)
  MOVE "P" TO menu-key(10) MOVE ACT-PICK      TO menu-action(10)
  MOVE "W" TO menu-key(11) MOVE ACT-WEATHER   TO menu-action(11)
  PERFORM Load-Fortune-Effects.

Initialize-Calendar-Record.
  PERFORM Calculate-Weekday-Index.
        WHEN ACT-EXPORT    PERFORM Export-Calendar-CSV
        WHEN ACT-IMPORT    PERFORM Import-Season-Schedule
        WHEN ACT-PICK      PERFORM Pick-Travel-Option
        WHEN ACT-WEATHER   PERFORM Revise-Weather
      END-EVALUATE
  END-SEARCH.

    CLOSE Schedule-Import

    DISPLAY "SCHEDULE IMPORT COMPLETE: " import-applied-count " APPLIED, "
        import-skipped-count " SKIPPED"

    DISPLAY "CHECKING VENUE BOOKINGS AGAINST THE NEW SCHEDULE..."
    CALL "Venue-Conflict-Report"
    DISPLAY "CHECKING THE NEW SCHEDULE FOR FAIRNESS..."
    CALL "Schedule-Fairness-Report".

  Apply-Schedule-Import-Row.
    MOVE import-season-year TO year-number
        ADD 1 TO import-applied-count
    END-WRITE.

  Load-Fortune-Effects.
    MOVE ZERO TO fortune-effect-count
    MOVE ZERO TO fortune-defs-file
    OPEN INPUT Fortune-Definitions
    IF fortune-defs-missing
      CLOSE Fortune-Definitions
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL end-of-fortune-defs
      READ Fortune-Definitions
        AT END SET end-of-fortune-defs TO TRUE
        NOT AT END
          IF valid-fortune-effect AND fortune-effect-count < 50
            PERFORM Add-Fortune-Effect
          END-IF
      END-READ
    END-PERFORM
    CLOSE Fortune-Definitions.

  Add-Fortune-Effect.
    ADD 1 TO fortune-effect-count
    SET EFFECT-INDEX TO fortune-effect-count
    MOVE fo-fortune TO fx-fortune(EFFECT-INDEX)
    MOVE fo-magnitude TO fortune-magnitude-edit
    MOVE SPACES TO fx-effect-text(EFFECT-INDEX)
    IF fo-stat = SPACES
      STRING FUNCTION TRIM(fo-effect-type) " "
        FUNCTION TRIM(fortune-magnitude-edit)
        DELIMITED BY SIZE INTO fx-effect-text(EFFECT-INDEX)
    ELSE
      STRING FUNCTION TRIM(fo-effect-type) " "
        FUNCTION TRIM(fo-stat) " "
        FUNCTION TRIM(fortune-magnitude-edit)
        DELIMITED BY SIZE INTO fx-effect-text(EFFECT-INDEX)
    END-IF.

  Find-Fortune-Effect.
    MOVE SPACES TO fortune-effect-shown
    IF fortune = "NONE" OR fortune = SPACES
      EXIT PARAGRAPH
    END-IF
    MOVE "NO EFFECT" TO fortune-effect-shown
    PERFORM VARYING EFFECT-INDEX FROM 1 BY 1
        UNTIL EFFECT-INDEX > fortune-effect-count
      IF fx-fortune(EFFECT-INDEX) = fortune
        MOVE fx-effect-text(EFFECT-INDEX) TO fortune-effect-shown
      END-IF
    END-PERFORM.

  Display-Calendar-Record.
    DISPLAY month-number "/" day-number "/" year-number
    IF game-slot > 1
    DISPLAY day-name " " month-name " " day-number ", " year-number
    DISPLAY "CHALLENGER: " challenger " (" home-away ")"
    DISPLAY "SCRIPTED EVENT: " scripted-event
    PERFORM Find-Fortune-Effect
    IF fortune-effect-shown = SPACES
      DISPLAY "FORTUNE: " fortune
    ELSE
      DISPLAY "FORTUNE: " FUNCTION TRIM(fortune) " ("
        FUNCTION TRIM(fortune-effect-shown) ")"
    END-IF

    IF day-number = 1
      DISPLAY "OPTION A: " travel-option-1
      PERFORM Increment-Day
      OPEN I-O Calendar
      PERFORM Check-Calendar-Status
      PERFORM Open-Weather-For-Reset
    ELSE
      MOVE "ARE YOU SURE YOU WANT TO RESET THE CALENDAR" TO ui-prompt
      PERFORM Ui-Confirm
        OPEN OUTPUT Calendar
      END-IF
      PERFORM Check-Calendar-Status
      PERFORM Open-Weather-For-Reset
    END-IF

    DISPLAY "RESETTING CALENDAR FOR YEAR " season-year "..."
      PERFORM Generate-Calendar-Record
      WRITE Calendar-Record
      PERFORM Write-Festival-Second-Slot
      PERFORM Generate-Weather-Record
      PERFORM Advance-Checkpoint
      PERFORM Increment-Day
    END-PERFORM
    PERFORM Generate-Calendar-Record
    WRITE Calendar-Record
    PERFORM Write-Festival-Second-Slot
    PERFORM Generate-Weather-Record
    CLOSE Calendar
    CLOSE Weather

    PERFORM Clear-Reset-Checkpoint.

  Open-Weather-For-Reset.
    OPEN I-O Weather
    IF weather-file-missing
      OPEN OUTPUT Weather
    END-IF
    PERFORM Check-Weather-Status
    COMPUTE weather-seed =
      season-year * 10000 + month-number * 100 + day-number
    COMPUTE weather-fraction = FUNCTION RANDOM(weather-seed).

  Generate-Weather-Record.
    MOVE year-number  TO wx-year-number
    MOVE month-number TO wx-month-number
    MOVE day-number   TO wx-day-number
    COMPUTE weather-roll = FUNCTION INTEGER(FUNCTION RANDOM * 10) + 1

    EVALUATE TRUE
      WHEN month-number >= 5 AND month-number <= 8
        EVALUATE weather-roll
          WHEN 1 THRU 4 MOVE "CLEAR" TO wx-condition
          WHEN 5 THRU 8 MOVE "HEAT"  TO wx-condition
          WHEN 9        MOVE "RAIN"  TO wx-condition
          WHEN OTHER    MOVE "WIND"  TO wx-condition
        END-EVALUATE
      WHEN month-number >= 11 OR month-number <= 2
        EVALUATE weather-roll
          WHEN 1 THRU 4 MOVE "CLEAR" TO wx-condition
          WHEN 5 THRU 8 MOVE "RAIN"  TO wx-condition
          WHEN OTHER    MOVE "WIND"  TO wx-condition
        END-EVALUATE
      WHEN OTHER
        EVALUATE weather-roll
          WHEN 1 THRU 5 MOVE "CLEAR" TO wx-condition
          WHEN 6 THRU 7 MOVE "RAIN"  TO wx-condition
          WHEN 8        MOVE "HEAT"  TO wx-condition
          WHEN OTHER    MOVE "WIND"  TO wx-condition
        END-EVALUATE
    END-EVALUATE

    IF weather-clear
      MOVE 1 TO wx-severity
    ELSE
      COMPUTE wx-severity = FUNCTION INTEGER(FUNCTION RANDOM * 3) + 1
    END-IF
    SET weather-generated TO TRUE

    WRITE Weather-Record
      INVALID KEY PERFORM Replace-Generated-Weather
    END-WRITE.

  Replace-Generated-Weather.
    MOVE Weather-Record TO weather-new-hold
    READ Weather KEY IS wx-date
    IF weather-file = ZERO AND weather-generated
      MOVE weather-new-hold TO Weather-Record
      REWRITE Weather-Record
    END-IF.

  Revise-Weather.
    PERFORM Get-Date

    IF invalid-mode
      DISPLAY "INVALID DATE."
      EXIT PARAGRAPH
    END-IF

    MOVE year-number  TO wx-year-number
    MOVE month-number TO wx-month-number
    MOVE day-number   TO wx-day-number

    OPEN I-O Weather
    IF weather-file-missing
      OPEN OUTPUT Weather
      CLOSE Weather
      OPEN I-O Weather
    END-IF
    PERFORM Check-Weather-Status

    READ Weather KEY IS wx-date
      INVALID KEY
        DISPLAY "NO FORECAST ON FILE FOR THIS DATE."
        MOVE "CLEAR" TO wx-condition
        MOVE 1 TO wx-severity
      NOT INVALID KEY
        DISPLAY "FORECAST: " FUNCTION TRIM(wx-condition)
          " SEVERITY " wx-severity
    END-READ

    MOVE "ENTER WEATHER (CLEAR/RAIN/HEAT/WIND)" TO ui-prompt
    PERFORM UI-Ask-Normalized
    IF NOT ui-empty-answer
      MOVE ui-response TO wx-condition
    END-IF
    IF NOT valid-weather-condition
      DISPLAY "INVALID WEATHER. FORECAST NOT CHANGED."
      CLOSE Weather
      EXIT PARAGRAPH
    END-IF

    IF weather-clear
      MOVE 1 TO wx-severity
    ELSE
      MOVE "ENTER SEVERITY (1-3)" TO ui-prompt
      PERFORM UI-Ask-Number
      IF ui-valid-number AND ui-number >= 1 AND ui-number <= 3
        MOVE ui-number TO wx-severity
      END-IF
    END-IF
    SET weather-revised TO TRUE

    DISPLAY "NEW FORECAST: " FUNCTION TRIM(wx-condition)
      " SEVERITY " wx-severity
    MOVE "WRITE THIS FORECAST" TO ui-prompt
    PERFORM UI-Confirm

    IF ui-confirmed
      WRITE Weather-Record
        INVALID KEY REWRITE Weather-Record
      END-WRITE
    END-IF
    CLOSE Weather.

  Check-For-Reset-Checkpoint.
    MOVE ZERO TO checkpoint-found
    OPEN INPUT Calendar-Restart
              PROGRAM-TAG BY "CALENDAR-EDITOR"
              FILE-TAG BY "SCHEDULE-IMPORT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Weather-Status
              STATUS-FIELD BY weather-file
              PROGRAM-TAG BY "CALENDAR-EDITOR"
              FILE-TAG BY "WEATHER".

  COPY "src/copy/procedure/error-log-writer.cpy".

COPYBOOK SECTION.
  COPY "src/main/copy/procedure/user-interface.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".

*>Build `cobc -x -o build/calendar-editor src/main/cobol/calendar-editor.cob`
