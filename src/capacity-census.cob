IDENTIFICATION DIVISION.
PROGRAM-ID. Capacity-Census.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS calendar-status.

  SELECT Friend-List ASSIGN TO "data/friend-list.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Mentorships ASSIGN TO "data/mentorships.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mn-rookie-name
    FILE STATUS IS mentorship-status.

  SELECT Injury-List ASSIGN TO "data/injury-list.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS in-short-name
    FILE STATUS IS injury-list-status.

  SELECT Leave-Calendar ASSIGN TO "data/leave-calendar.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lv-short-name
    FILE STATUS IS leave-status.

  SELECT Suspensions ASSIGN TO "data/suspensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS su-short-name
    FILE STATUS IS suspension-status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    FILE STATUS IS game-history-status.

  SELECT Capacity-Trend ASSIGN TO "data/capacity-trend.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS capacity-trend-status.

  SELECT Report-Print ASSIGN TO "data/capacity-census.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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

FD Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Calendar-Record.

  COPY "src/main/copy/file-description/calendar-record.cpy".

FD Friend-List
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Friend-Record.

  COPY "src/copy/file-description/friend-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Mentorships
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Mentorship-Record.

  COPY "src/copy/file-description/mentorship-record.cpy".

FD Injury-List
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Injury-Record.

  COPY "src/copy/file-description/injury-record.cpy".

FD Leave-Calendar
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Leave-Record.

  COPY "src/copy/file-description/leave-record.cpy".

FD Suspensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Suspension-Record.

  COPY "src/copy/file-description/suspension-record.cpy".

FD Game-History
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Game-History-Record.

  COPY "src/copy/file-description/game-history-record.cpy".

FD Capacity-Trend.
  COPY "src/copy/file-description/capacity-trend-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/league-context-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 calendar-status PIC 99.
    88 end-of-calendar VALUE 10.
    88 calendar-missing VALUE 35.
  01 friend-file PIC 99.
    88 end-of-friends VALUE 10.
    88 friend-list-missing VALUE 35.
  01 feud-status PIC 99.
    88 end-of-feuds VALUE 10.
    88 feuds-missing VALUE 35.
  01 mentorship-status PIC 99.
    88 end-of-mentorships VALUE 10.
    88 mentorships-missing VALUE 35.
  01 injury-list-status PIC 99.
    88 end-of-injury-list VALUE 10.
    88 injury-list-missing VALUE 35.
  01 leave-status PIC 99.
    88 end-of-leave VALUE 10.
    88 leave-calendar-missing VALUE 35.
  01 suspension-status PIC 99.
    88 end-of-suspensions VALUE 10.
    88 suspensions-missing VALUE 35.
  01 game-history-status PIC 99.
    88 end-of-game-history VALUE 10.
    88 game-history-missing VALUE 35.
  01 capacity-trend-status PIC 99.
    88 end-of-capacity-trend VALUE 10.
    88 capacity-trend-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 NEAR-LIMIT-PERCENT VALUE 80.
  78 TEAM-ROSTER-LIMIT VALUE 50.
  78 CENSUS-TEAM-MAX VALUE 200.

  01 Measure-Name-Table.
    02 FILLER PIC X(24) VALUE "ACTIVE CHARACTERS".
    02 FILLER PIC X(24) VALUE "TEAMS".
    02 FILLER PIC X(24) VALUE "LARGEST TEAM ROSTER".
    02 FILLER PIC X(24) VALUE "FRIEND-LIST PAIRS".
    02 FILLER PIC X(24) VALUE "ACTIVE FEUDS".
    02 FILLER PIC X(24) VALUE "ACTIVE MENTORSHIPS".
    02 FILLER PIC X(24) VALUE "OPEN INJURIES".
    02 FILLER PIC X(24) VALUE "OPEN LEAVE".
    02 FILLER PIC X(24) VALUE "ACTIVE SUSPENSIONS".
    02 FILLER PIC X(24) VALUE "LARGEST GAME LINEUP".
    02 FILLER PIC X(24) VALUE "BUSIEST GAME DAY".
    02 FILLER PIC X(24) VALUE "HIGHEST LEVEL".
    02 FILLER PIC X(24) VALUE "HIGHEST EXPERIENCE".
    02 FILLER PIC X(24) VALUE "HIGHEST POPULARITY".
    02 FILLER PIC X(24) VALUE "OLDEST AGE".
  01 Measure-Names REDEFINES Measure-Name-Table.
    02 measure-name-entry PIC X(24) OCCURS 15 TIMES.
  78 MEASURE-COUNT VALUE 15.
  78 ACTIVE-CHARACTERS-MEASURE VALUE 1.
  78 TEAMS-MEASURE VALUE 2.
  78 TEAM-ROSTER-MEASURE VALUE 3.
  78 FRIEND-PAIRS-MEASURE VALUE 4.
  78 FEUDS-MEASURE VALUE 5.
  78 MENTORSHIPS-MEASURE VALUE 6.
  78 INJURIES-MEASURE VALUE 7.
  78 LEAVE-MEASURE VALUE 8.
  78 SUSPENSIONS-MEASURE VALUE 9.
  78 GAME-LINEUP-MEASURE VALUE 10.
  78 GAME-DAY-MEASURE VALUE 11.
  78 LEVEL-MEASURE VALUE 12.
  78 EXPERIENCE-MEASURE VALUE 13.
  78 POPULARITY-MEASURE VALUE 14.
  78 AGE-MEASURE VALUE 15.

  01 Measure-Table.
    02 Measure-Entry OCCURS 15 TIMES INDEXED BY MS-INDEX.
      03 ms-count       PIC 9(5).
      03 ms-first-date  PIC 9(8).
      03 ms-first-count PIC 9(5).
      03 ms-last-date   PIC 9(8).
      03 ms-last-count  PIC 9(5).

  01 Limit-Definition-Table.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "LINEUP CANDIDATES (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 500.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "ROSTER KEYS (DAILY CYCLE)".
      03 FILLER PIC 9(5) VALUE 500.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SOCIAL EVENT ROSTER".
      03 FILLER PIC 9(5) VALUE 500.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "FRIENDSHIP EDITOR CHARACTERS".
      03 FILLER PIC 9(5) VALUE 500.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SATISFACTION ROSTER".
      03 FILLER PIC 9(5) VALUE 1000.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "PLAYER VALUE CHARACTERS".
      03 FILLER PIC 9(5) VALUE 1000.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "NPC GM ROSTER".
      03 FILLER PIC 9(5) VALUE 2000.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "REPORT BURST CHARACTER TEAMS".
      03 FILLER PIC 9(5) VALUE 2000.
      03 FILLER PIC 99 VALUE 1.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "STANDINGS TEAMS".
      03 FILLER PIC 9(5) VALUE 50.
      03 FILLER PIC 99 VALUE 2.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "DRAFT ORDER".
      03 FILLER PIC 9(5) VALUE 50.
      03 FILLER PIC 99 VALUE 2.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SCHEDULE TEAM LIST".
      03 FILLER PIC 9(5) VALUE 50.
      03 FILLER PIC 99 VALUE 2.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "CENSUS REPORT TEAMS".
      03 FILLER PIC 9(5) VALUE 50.
      03 FILLER PIC 99 VALUE 2.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "TEAM ROSTER (PERFORMANCE RPT)".
      03 FILLER PIC 9(5) VALUE 50.
      03 FILLER PIC 99 VALUE 3.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SCOUTED PLAYERS PER TEAM".
      03 FILLER PIC 9(5) VALUE 60.
      03 FILLER PIC 99 VALUE 3.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SOCIAL EVENT PAIRS".
      03 FILLER PIC 9(5) VALUE 250.
      03 FILLER PIC 99 VALUE 4.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "FRIENDSHIP EDITOR PAIRS".
      03 FILLER PIC 9(5) VALUE 350.
      03 FILLER PIC 99 VALUE 4.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "FRIENDSHIP DECAY ACTIVE PAIRS".
      03 FILLER PIC 9(5) VALUE 1000.
      03 FILLER PIC 99 VALUE 4.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "LIVE FEUDS (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 200.
      03 FILLER PIC 99 VALUE 5.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "MENTOR PAIRS (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 100.
      03 FILLER PIC 99 VALUE 6.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "MENTORED KEYS (TRAINING)".
      03 FILLER PIC 9(5) VALUE 100.
      03 FILLER PIC 99 VALUE 6.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "INJURED KEYS (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 100.
      03 FILLER PIC 99 VALUE 7.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "LEAVE KEYS (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 100.
      03 FILLER PIC 99 VALUE 8.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "SUSPENDED KEYS (SPORT-SIM)".
      03 FILLER PIC 9(5) VALUE 100.
      03 FILLER PIC 99 VALUE 9.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "GAME HISTORY LINEUP ENTRIES".
      03 FILLER PIC 9(5) VALUE 20.
      03 FILLER PIC 99 VALUE 10.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "GAME DAY SLOTS".
      03 FILLER PIC 9(5) VALUE 9.
      03 FILLER PIC 99 VALUE 11.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "CHARACTER LEVEL (PIC 9)".
      03 FILLER PIC 9(5) VALUE 9.
      03 FILLER PIC 99 VALUE 12.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "CHARACTER EXPERIENCE (PIC 999)".
      03 FILLER PIC 9(5) VALUE 999.
      03 FILLER PIC 99 VALUE 13.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "CHARACTER POPULARITY (PIC 999)".
      03 FILLER PIC 9(5) VALUE 999.
      03 FILLER PIC 99 VALUE 14.
    02 FILLER.
      03 FILLER PIC X(30) VALUE "CHARACTER AGE (PIC 99)".
      03 FILLER PIC 9(5) VALUE 99.
      03 FILLER PIC 99 VALUE 15.
  01 Limit-Definitions REDEFINES Limit-Definition-Table.
    02 Limit-Entry OCCURS 29 TIMES INDEXED BY LM-INDEX.
      03 lm-label   PIC X(30).
      03 lm-limit   PIC 9(5).
      03 lm-measure PIC 99.
  78 LIMIT-COUNT VALUE 29.

  01 Census-Team-Table.
    02 Census-Team-Entry OCCURS 200 TIMES INDEXED BY CT-INDEX.
      03 ct-team-name    PIC X(20).
      03 ct-member-count PIC 9(5).
  01 census-team-count PIC 9(3) VALUE ZERO.
  01 team-found PIC 9 VALUE ZERO.
    88 team-was-found VALUE 1.

  01 census-date PIC 9(8).
  01 calendar-day-date PIC 9(8) VALUE ZERO.
  01 calendar-day-games PIC 9(5) VALUE ZERO.
  01 used-count PIC 9(5).
  01 used-percent PIC 9(5).
  01 headroom-percent PIC 9(3).
  01 limit-status PIC X(5).
    88 limit-is-ok    VALUE "OK".
    88 limit-is-watch VALUE "WATCH".
    88 limit-is-full  VALUE "FULL".
    88 limit-is-over  VALUE "OVER".
  01 projection-text PIC X(10).
  01 days-elapsed PIC S9(7).
  01 days-to-limit PIC S9(7).
  01 count-growth PIC S9(5).
  01 projected-date PIC 9(8).
  01 watch-limit-count PIC 9(3) VALUE ZERO.
  01 full-limit-count PIC 9(3) VALUE ZERO.
  01 near-team-count PIC 9(3) VALUE ZERO.
  01 near-character-count PIC 9(5) VALUE ZERO.
  01 near-field-name PIC X(10).
  01 near-field-value PIC 9(5).
  01 near-field-limit PIC 9(5).
  01 count-change PIC S9(5).

  01 used-edit PIC Z(4)9.
  01 limit-edit PIC Z(4)9.
  01 headroom-edit PIC ZZ9.
  01 count-edit PIC Z(4)9.
  01 first-count-edit PIC Z(4)9.
  01 change-edit PIC -(4)9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  MOVE FUNCTION CURRENT-DATE(1:8) TO census-date
  MOVE "CAPACITY AND TABLE-LIMIT CENSUS" TO ph-title
  MOVE census-date TO ph-date
  PERFORM Start-Print-Report

  INITIALIZE Measure-Table
  PERFORM Load-Capacity-Trend
  PERFORM Count-Characters
  PERFORM Count-Friend-Pairs
  PERFORM Count-Feuds
  PERFORM Count-Mentorships
  PERFORM Count-Open-Absences
  PERFORM Measure-Game-History
  PERFORM Measure-Calendar

  DISPLAY SPACES
  DISPLAY "=== CAPACITY CENSUS ==="
  PERFORM Print-Limit-Census
  PERFORM Print-Teams-Near-Limit
  PERFORM Print-Characters-Near-Maximum
  PERFORM Print-Record-Trend
  PERFORM Append-Capacity-Trend

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING "LIMITS CHECKED: " LIMIT-COUNT "  WATCH: " watch-limit-count
    "  FULL/OVER: " full-limit-count
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print
  DISPLAY watch-limit-count " LIMIT(S) ON WATCH, " full-limit-count
    " FULL OR OVER"
  DISPLAY "WROTE CAPACITY CENSUS TO data/capacity-census.prt"
STOP RUN.

Print-Column-Headings.
  MOVE "LIMIT                           USED LIMIT HEAD% STATUS PROJECTED"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

Load-Capacity-Trend.
  MOVE ZERO TO capacity-trend-status
  OPEN INPUT Capacity-Trend
  IF capacity-trend-missing
    CLOSE Capacity-Trend
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-capacity-trend
    READ Capacity-Trend
      AT END
        SET end-of-capacity-trend TO TRUE
      NOT AT END
        IF cy-measure >= 1 AND cy-measure <= MEASURE-COUNT
            AND cy-run-date < census-date
          SET MS-INDEX TO cy-measure
          IF ms-first-date(MS-INDEX) = ZERO
            MOVE cy-run-date TO ms-first-date(MS-INDEX)
            MOVE cy-measure-count TO ms-first-count(MS-INDEX)
          END-IF
          MOVE cy-run-date TO ms-last-date(MS-INDEX)
          MOVE cy-measure-count TO ms-last-count(MS-INDEX)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Capacity-Trend.

Count-Characters.
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  MOVE LOW-VALUE TO short-name
  START CharacterSheet KEY >= short-name
    INVALID KEY
      DISPLAY "NO CHARACTER RECORDS FOUND"
    NOT INVALID KEY
      PERFORM UNTIL end-of-file
        READ CharacterSheet NEXT RECORD
          AT END
            SET end-of-file TO TRUE
          NOT AT END
            IF NOT character-archived
              PERFORM Measure-One-Character
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE CharacterSheet

  MOVE census-team-count TO ms-count(TEAMS-MEASURE)
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > census-team-count
    IF ct-member-count(CT-INDEX) > ms-count(TEAM-ROSTER-MEASURE)
      MOVE ct-member-count(CT-INDEX) TO ms-count(TEAM-ROSTER-MEASURE)
    END-IF
  END-PERFORM.

Measure-One-Character.
  ADD 1 TO ms-count(ACTIVE-CHARACTERS-MEASURE)
  IF level > ms-count(LEVEL-MEASURE)
    MOVE level TO ms-count(LEVEL-MEASURE)
  END-IF
  IF experience > ms-count(EXPERIENCE-MEASURE)
    MOVE experience TO ms-count(EXPERIENCE-MEASURE)
  END-IF
  IF popularity > ms-count(POPULARITY-MEASURE)
    MOVE popularity TO ms-count(POPULARITY-MEASURE)
  END-IF
  IF age > ms-count(AGE-MEASURE)
    MOVE age TO ms-count(AGE-MEASURE)
  END-IF
  IF team = SPACES
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO team-found
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > census-team-count OR team-was-found
    IF ct-team-name(CT-INDEX) = team
      SET team-was-found TO TRUE
      ADD 1 TO ct-member-count(CT-INDEX)
    END-IF
  END-PERFORM
  IF NOT team-was-found AND census-team-count < CENSUS-TEAM-MAX
    ADD 1 TO census-team-count
    SET CT-INDEX TO census-team-count
    MOVE team TO ct-team-name(CT-INDEX)
    MOVE 1 TO ct-member-count(CT-INDEX)
  END-IF.

Count-Friend-Pairs.
  MOVE ZERO TO friend-file
  OPEN INPUT Friend-List
  IF friend-list-missing
    CLOSE Friend-List
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-friends
    READ Friend-List NEXT RECORD
      AT END
        SET end-of-friends TO TRUE
      NOT AT END
        ADD 1 TO ms-count(FRIEND-PAIRS-MEASURE)
    END-READ
  END-PERFORM
  CLOSE Friend-List.

Count-Feuds.
  MOVE ZERO TO feud-status
  OPEN INPUT Feuds
  IF feuds-missing
    CLOSE Feuds
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-feuds
    READ Feuds NEXT RECORD
      AT END
        SET end-of-feuds TO TRUE
      NOT AT END
        IF feud-active
          ADD 1 TO ms-count(FEUDS-MEASURE)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Feuds.

Count-Mentorships.
  MOVE ZERO TO mentorship-status
  OPEN INPUT Mentorships
  IF mentorships-missing
    CLOSE Mentorships
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-mentorships
    READ Mentorships NEXT RECORD
      AT END
        SET end-of-mentorships TO TRUE
      NOT AT END
        IF mentorship-active
          ADD 1 TO ms-count(MENTORSHIPS-MEASURE)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Mentorships.

Count-Open-Absences.
  MOVE ZERO TO injury-list-status
  OPEN INPUT Injury-List
  IF NOT injury-list-missing
    PERFORM UNTIL end-of-injury-list
      READ Injury-List NEXT RECORD
        AT END
          SET end-of-injury-list TO TRUE
        NOT AT END
          IF injury-open
            ADD 1 TO ms-count(INJURIES-MEASURE)
          END-IF
      END-READ
    END-PERFORM
    CLOSE Injury-List
  END-IF

  MOVE ZERO TO leave-status
  OPEN INPUT Leave-Calendar
  IF NOT leave-calendar-missing
    PERFORM UNTIL end-of-leave
      READ Leave-Calendar NEXT RECORD
        AT END
          SET end-of-leave TO TRUE
        NOT AT END
          IF leave-open
            ADD 1 TO ms-count(LEAVE-MEASURE)
          END-IF
      END-READ
    END-PERFORM
    CLOSE Leave-Calendar
  END-IF

  MOVE ZERO TO suspension-status
  OPEN INPUT Suspensions
  IF NOT suspensions-missing
    PERFORM UNTIL end-of-suspensions
      READ Suspensions NEXT RECORD
        AT END
          SET end-of-suspensions TO TRUE
        NOT AT END
          IF suspension-active
            ADD 1 TO ms-count(SUSPENSIONS-MEASURE)
          END-IF
      END-READ
    END-PERFORM
    CLOSE Suspensions
  END-IF.

Measure-Game-History.
  MOVE ZERO TO game-history-status
  OPEN INPUT Game-History
  IF game-history-missing
    CLOSE Game-History
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-game-history
    READ Game-History NEXT RECORD
      AT END
        SET end-of-game-history TO TRUE
      NOT AT END
        IF gh-lineup-count > ms-count(GAME-LINEUP-MEASURE)
          MOVE gh-lineup-count TO ms-count(GAME-LINEUP-MEASURE)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Game-History.

Measure-Calendar.
  MOVE ZERO TO calendar-status calendar-day-date calendar-day-games
  OPEN INPUT Calendar
  IF calendar-missing
    CLOSE Calendar
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-calendar
    READ Calendar NEXT RECORD
      AT END
        SET end-of-calendar TO TRUE
      NOT AT END
        IF numeric-date NOT = calendar-day-date
          MOVE numeric-date TO calendar-day-date
          MOVE ZERO TO calendar-day-games
        END-IF
        ADD 1 TO calendar-day-games
        IF calendar-day-games > ms-count(GAME-DAY-MEASURE)
          MOVE calendar-day-games TO ms-count(GAME-DAY-MEASURE)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Calendar.

Print-Limit-Census.
  PERFORM VARYING LM-INDEX FROM 1 BY 1 UNTIL LM-INDEX > LIMIT-COUNT
    SET MS-INDEX TO lm-measure(LM-INDEX)
    MOVE ms-count(MS-INDEX) TO used-count
    COMPUTE used-percent = used-count * 100 / lm-limit(LM-INDEX)
    EVALUATE TRUE
      WHEN used-count > lm-limit(LM-INDEX)
        SET limit-is-over TO TRUE
        MOVE ZERO TO headroom-percent
        ADD 1 TO full-limit-count
      WHEN used-count = lm-limit(LM-INDEX)
        SET limit-is-full TO TRUE
        MOVE ZERO TO headroom-percent
        ADD 1 TO full-limit-count
      WHEN used-percent >= NEAR-LIMIT-PERCENT
        SET limit-is-watch TO TRUE
        COMPUTE headroom-percent = 100 - used-percent
        ADD 1 TO watch-limit-count
      WHEN OTHER
        SET limit-is-ok TO TRUE
        COMPUTE headroom-percent = 100 - used-percent
    END-EVALUATE
    PERFORM Project-Limit-Date

    MOVE used-count TO used-edit
    MOVE lm-limit(LM-INDEX) TO limit-edit
    MOVE headroom-percent TO headroom-edit
    MOVE SPACES TO print-line
    STRING lm-label(LM-INDEX) " " used-edit " " limit-edit " "
      headroom-edit "%  " limit-status "  " projection-text
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    IF NOT limit-is-ok
      DISPLAY lm-label(LM-INDEX) " " used-edit "/" limit-edit " "
        limit-status " " projection-text
    END-IF
  END-PERFORM.

Project-Limit-Date.
  MOVE SPACES TO projection-text
  IF used-count >= lm-limit(LM-INDEX)
    MOVE "AT LIMIT" TO projection-text
    EXIT PARAGRAPH
  END-IF
  IF ms-first-date(MS-INDEX) = ZERO
    MOVE "NO TREND" TO projection-text
    EXIT PARAGRAPH
  END-IF
  COMPUTE count-growth = used-count - ms-first-count(MS-INDEX)
  IF count-growth NOT > ZERO
    MOVE "NO GROWTH" TO projection-text
    EXIT PARAGRAPH
  END-IF
  COMPUTE days-elapsed = FUNCTION INTEGER-OF-DATE(census-date)
    - FUNCTION INTEGER-OF-DATE(ms-first-date(MS-INDEX))
  COMPUTE days-to-limit ROUNDED =
    (lm-limit(LM-INDEX) - used-count) * days-elapsed / count-growth
  IF days-to-limit > 99999
    MOVE "NO GROWTH" TO projection-text
    EXIT PARAGRAPH
  END-IF
  COMPUTE projected-date = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(census-date) + days-to-limit)
  MOVE projected-date TO projection-text.

Print-Teams-Near-Limit.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "=== TEAMS NEAR THE ROSTER TABLE LIMIT ===" TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > census-team-count
    IF ct-member-count(CT-INDEX) * 100
        >= TEAM-ROSTER-LIMIT * NEAR-LIMIT-PERCENT
      ADD 1 TO near-team-count
      MOVE ct-member-count(CT-INDEX) TO count-edit
      MOVE SPACES TO print-line
      STRING "  " ct-team-name(CT-INDEX) " " count-edit
        " ON ROSTER OF " TEAM-ROSTER-LIMIT
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
      DISPLAY "TEAM NEAR LIMIT: " ct-team-name(CT-INDEX) " "
        count-edit
    END-IF
  END-PERFORM
  IF near-team-count = ZERO
    MOVE "  NONE" TO print-line
    PERFORM Write-Print-Line
  END-IF
  IF census-team-count >= CENSUS-TEAM-MAX
    MOVE "  MORE TEAMS ON FILE THAN THIS CENSUS CAN LIST" TO print-line
    PERFORM Write-Print-Line
  END-IF.

Print-Characters-Near-Maximum.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "=== CHARACTERS NEAR A FIELD MAXIMUM ===" TO print-line
  PERFORM Write-Print-Line
  MOVE ZERO TO File-Status
  OPEN INPUT CharacterSheet
  PERFORM Check-CharacterSheet-Status
  MOVE LOW-VALUE TO short-name
  START CharacterSheet KEY >= short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-file
        READ CharacterSheet NEXT RECORD
          AT END
            SET end-of-file TO TRUE
          NOT AT END
            IF NOT character-archived
              PERFORM Check-Character-Fields
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE CharacterSheet
  IF near-character-count = ZERO
    MOVE "  NONE" TO print-line
    PERFORM Write-Print-Line
  END-IF.

Check-Character-Fields.
  MOVE "LEVEL" TO near-field-name
  MOVE level TO near-field-value
  MOVE 9 TO near-field-limit
  PERFORM Print-Near-Field
  MOVE "EXPERIENCE" TO near-field-name
  MOVE experience TO near-field-value
  MOVE 999 TO near-field-limit
  PERFORM Print-Near-Field
  MOVE "POPULARITY" TO near-field-name
  MOVE popularity TO near-field-value
  MOVE 999 TO near-field-limit
  PERFORM Print-Near-Field
  MOVE "AGE" TO near-field-name
  MOVE age TO near-field-value
  MOVE 99 TO near-field-limit
  PERFORM Print-Near-Field.

Print-Near-Field.
  IF near-field-value * 100 < near-field-limit * NEAR-LIMIT-PERCENT
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO near-character-count
  MOVE near-field-value TO count-edit
  MOVE near-field-limit TO limit-edit
  MOVE SPACES TO print-line
  STRING "  " long-name " " team " " near-field-name " "
    count-edit " OF " limit-edit
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

Print-Record-Trend.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "=== RECORD COUNT TREND ===" TO print-line
  PERFORM Write-Print-Line
  MOVE "MEASURE                  FIRST SEEN  COUNT  LAST  NOW  CHANGE"
    TO print-line
  PERFORM Write-Print-Line
  PERFORM VARYING MS-INDEX FROM 1 BY 1 UNTIL MS-INDEX > MEASURE-COUNT
    MOVE ms-count(MS-INDEX) TO count-edit
    MOVE SPACES TO print-line
    IF ms-first-date(MS-INDEX) = ZERO
      STRING measure-name-entry(MS-INDEX) " FIRST CENSUS       "
        "       " count-edit
        DELIMITED BY SIZE INTO print-line
    ELSE
      COMPUTE count-change = ms-count(MS-INDEX)
        - ms-last-count(MS-INDEX)
      MOVE count-change TO change-edit
      MOVE ms-first-count(MS-INDEX) TO first-count-edit
      MOVE ms-last-count(MS-INDEX) TO limit-edit
      STRING measure-name-entry(MS-INDEX) " "
        ms-first-date(MS-INDEX) " " first-count-edit " "
        limit-edit " " count-edit " " change-edit
        DELIMITED BY SIZE INTO print-line
    END-IF
    PERFORM Write-Print-Line
  END-PERFORM.

Append-Capacity-Trend.
  MOVE ZERO TO capacity-trend-status
  OPEN EXTEND Capacity-Trend
  IF capacity-trend-missing
    OPEN OUTPUT Capacity-Trend
  END-IF
  PERFORM VARYING MS-INDEX FROM 1 BY 1 UNTIL MS-INDEX > MEASURE-COUNT
    MOVE SPACES TO Capacity-Trend-Record
    MOVE census-date TO cy-run-date
    SET cy-measure TO MS-INDEX
    MOVE ms-count(MS-INDEX) TO cy-measure-count
    WRITE Capacity-Trend-Record
  END-PERFORM
  CLOSE Capacity-Trend.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "CAPACITY-CENSUS"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
