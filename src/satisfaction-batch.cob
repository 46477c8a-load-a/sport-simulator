IDENTIFICATION DIVISION.
PROGRAM-ID. Satisfaction-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Appearances ASSIGN TO "data/appearances.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ap-short-name
    FILE STATUS IS appearance-status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Friend-List ASSIGN TO "data/friend-list.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Mentorships ASSIGN TO "data/mentorships.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mn-rookie-name
    FILE STATUS IS mentorship-status.

  SELECT Satisfaction ASSIGN TO "data/satisfaction.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS sa-satisfaction-key
    FILE STATUS IS satisfaction-status.

  SELECT Trade-Proposals ASSIGN TO "data/trade-proposals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tp-proposal-id
    FILE STATUS IS proposal-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

  SELECT Operator-Alerts ASSIGN TO "data/operator-alerts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS al-alert-key
    FILE STATUS IS operator-alert-status.

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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Appearances
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Appearance-Record.

  COPY "src/copy/file-description/appearance-record.cpy".

FD Standings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Standings-Record.

  COPY "src/copy/file-description/standings-record.cpy".

FD Friend-List
  LABEL RECORDS ARE STANDARD
  RECORD CONTAINS 43 CHARACTERS
  DATA RECORD IS Friend-Record.

  COPY "src/copy/file-description/friend-record.cpy".

FD Mentorships
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Mentorship-Record.

  COPY "src/copy/file-description/mentorship-record.cpy".

FD Satisfaction
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Satisfaction-Record.

  COPY "src/copy/file-description/satisfaction-record.cpy".

FD Trade-Proposals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Trade-Proposal-Record.

  COPY "src/copy/file-description/trade-proposal-record.cpy".

FD Season-Clock.
  COPY "src/copy/file-description/season-clock-record.cpy".

FD Operator-Alerts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Operator-Alert-Record.

  COPY "src/copy/file-description/operator-alert-record.cpy".

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
  COPY "src/copy/working-storage/operator-alert-data.cpy".
  COPY "src/copy/working-storage/satisfaction-data.cpy".

  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 appearance-status PIC 99.
    88 appearances-missing VALUE 35.
  01 Standings-Status PIC 99.
  01 friend-file PIC 99.
    88 end-of-friend-list VALUE 10.
    88 friend-list-missing VALUE 35.
  01 mentorship-status PIC 99.
    88 end-of-mentorships VALUE 10.
    88 mentorships-missing VALUE 35.
  01 proposal-status PIC 99.
    88 end-of-proposals VALUE 10.
    88 proposals-missing VALUE 35.
  01 clock-status PIC 99.
    88 season-clock-missing VALUE 35.
  01 clock-found-flag PIC 9 VALUE ZERO.
    88 season-clock-found VALUE 1.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 dry-run-flag PIC 9 VALUE ZERO.
    88 batch-dry-run VALUE 1.
  01 error-log-status PIC 99.

  78 SATISFACTION-ROSTER-LIMIT VALUE 1000.
  78 NEUTRAL-POINTS VALUE 10.
  78 FULL-POINTS VALUE 20.
  78 NO-FRIENDS-POINTS VALUE 5.
  78 SITTING-PENALTY-CAP VALUE 5.

  01 Satisfaction-Roster.
    02 Satisfaction-Entry OCCURS 1000 TIMES INDEXED BY SR-INDEX.
      03 sr-short-name PIC X(10).
      03 sr-team PIC X(20).
      03 sr-per-diem PIC 99.
      03 sr-salary-want PIC 99.
      03 sr-friend-total PIC 9(7).
      03 sr-friend-count PIC 9(4).
      03 sr-mentor-flag PIC 9.
        88 sr-in-mentorship VALUE 1.
      03 sr-prior-weeks-below PIC 99.
      03 sr-request-id PIC 9(4).
      03 sr-request-team PIC X(20).
  01 satisfaction-roster-count PIC 9(4) VALUE ZERO.
  01 roster-overflow-flag PIC 9 VALUE ZERO.
    88 satisfaction-roster-overflowed VALUE 1.
  01 search-name PIC X(10).
  01 found-flag PIC 9 VALUE ZERO.
    88 entry-was-found VALUE 1.
  01 other-index PIC 9(4).

  01 todays-numeric-date PIC 9(8).
  01 current-season PIC 9(4).
  01 next-proposal-id PIC 9(4) VALUE ZERO.
  01 standing-games PIC 9(6).
  01 friend-average PIC 9(4).
  01 points-work PIC S9(5).
  01 new-weeks-below PIC 99.
  01 request-close-status PIC X.
    88 request-granted VALUE "G".
    88 request-withdrawn VALUE "W".
  01 appearances-open-flag PIC 9 VALUE ZERO.
    88 appearances-are-open VALUE 1.
  01 standings-open-flag PIC 9 VALUE ZERO.
    88 standings-are-open VALUE 1.

  01 content-count PIC 9(4) VALUE ZERO.
  01 at-risk-count PIC 9(4) VALUE ZERO.
  01 unhappy-count PIC 9(4) VALUE ZERO.
  01 requests-filed-count PIC 9(4) VALUE ZERO.
  01 requests-closed-count PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
  MOVE "COMPLETE" TO run-completion-status
  PERFORM Check-Dry-Run-Card
  MOVE ZERO TO content-count at-risk-count unhappy-count
  MOVE ZERO TO requests-filed-count requests-closed-count
  MOVE ZERO TO roster-overflow-flag next-proposal-id
  PERFORM Load-Season-Clock
  IF season-clock-found
    COMPUTE todays-numeric-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO todays-numeric-date
  END-IF
  MOVE todays-numeric-date(1:4) TO current-season

  PERFORM Load-Satisfaction-Roster
  IF satisfaction-roster-count = ZERO
    DISPLAY "SATISFACTION: NO ACTIVE CHARACTERS TO SCORE."
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF
  PERFORM Load-Prior-Satisfaction
  PERFORM Load-Open-Trade-Requests
  PERFORM Mark-Active-Mentorships
  PERFORM Tally-Teammate-Friendships

  MOVE ZERO TO appearance-status Standings-Status
  MOVE ZERO TO appearances-open-flag standings-open-flag
  OPEN INPUT Appearances
  IF appearance-status = ZERO
    SET appearances-are-open TO TRUE
  END-IF
  OPEN INPUT Standings
  IF Standings-Status = ZERO
    SET standings-are-open TO TRUE
  END-IF
  IF NOT batch-dry-run
    OPEN OUTPUT Satisfaction
  END-IF
  PERFORM VARYING SR-INDEX FROM 1 BY 1
      UNTIL SR-INDEX > satisfaction-roster-count
    PERFORM Score-One-Character
  END-PERFORM
  IF NOT batch-dry-run
    CLOSE Satisfaction
  END-IF
  CLOSE Standings
  CLOSE Appearances

  MOVE satisfaction-roster-count TO run-processed-count
  COMPUTE run-changed-count =
    requests-filed-count + requests-closed-count
  PERFORM Write-Run-History-Entry

  DISPLAY "SATISFACTION BATCH COMPLETE: " content-count " CONTENT, "
    at-risk-count " AT RISK, " unhappy-count " UNHAPPY"
  DISPLAY "TRADE REQUESTS: " requests-filed-count " FILED, "
    requests-closed-count " CLOSED"
  IF satisfaction-roster-overflowed
    DISPLAY "*** MORE THAN " SATISFACTION-ROSTER-LIMIT
      " ACTIVE CHARACTERS; LATER ONES NOT SCORED"
  END-IF
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

Load-Satisfaction-Roster.
  MOVE ZERO TO satisfaction-roster-count File-Status
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
                PERFORM Capture-Roster-Entry
              END-IF
          END-READ
        END-PERFORM
    END-START
  CLOSE CharacterSheet.

Capture-Roster-Entry.
  IF satisfaction-roster-count >= SATISFACTION-ROSTER-LIMIT
    SET satisfaction-roster-overflowed TO TRUE
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO satisfaction-roster-count
  SET SR-INDEX TO satisfaction-roster-count
  MOVE short-name TO sr-short-name(SR-INDEX)
  MOVE team TO sr-team(SR-INDEX)
  MOVE per-diem TO sr-per-diem(SR-INDEX)
  MOVE salary-want TO sr-salary-want(SR-INDEX)
  MOVE ZERO TO sr-friend-total(SR-INDEX) sr-friend-count(SR-INDEX)
  MOVE ZERO TO sr-mentor-flag(SR-INDEX) sr-prior-weeks-below(SR-INDEX)
  MOVE ZERO TO sr-request-id(SR-INDEX)
  MOVE SPACES TO sr-request-team(SR-INDEX).

Find-Roster-Entry.
  MOVE ZERO TO found-flag
  SET SR-INDEX TO 1
  SEARCH Satisfaction-Entry
    AT END
      CONTINUE
    WHEN SR-INDEX > satisfaction-roster-count
      CONTINUE
    WHEN sr-short-name(SR-INDEX) = search-name
      SET entry-was-found TO TRUE
  END-SEARCH.

Load-Prior-Satisfaction.
  MOVE ZERO TO satisfaction-status
  OPEN INPUT Satisfaction
  IF satisfaction-missing
    CLOSE Satisfaction
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO sa-satisfaction-key
  START Satisfaction KEY >= sa-satisfaction-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-satisfaction
        READ Satisfaction NEXT RECORD
          AT END
            SET end-of-satisfaction TO TRUE
          NOT AT END
            MOVE sa-short-name TO search-name
            PERFORM Find-Roster-Entry
            IF entry-was-found
              MOVE sa-weeks-below TO sr-prior-weeks-below(SR-INDEX)
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Satisfaction.

Load-Open-Trade-Requests.
  MOVE ZERO TO proposal-status
  OPEN INPUT Trade-Proposals
  IF proposals-missing
    CLOSE Trade-Proposals
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO tp-proposal-id
  START Trade-Proposals KEY >= tp-proposal-id
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-proposals
        READ Trade-Proposals NEXT RECORD
          AT END
            SET end-of-proposals TO TRUE
          NOT AT END
            IF tp-proposal-id > next-proposal-id
              MOVE tp-proposal-id TO next-proposal-id
            END-IF
            IF trade-requested
              MOVE tp-from-character TO search-name
              PERFORM Find-Roster-Entry
              IF entry-was-found
                MOVE tp-proposal-id TO sr-request-id(SR-INDEX)
                MOVE tp-from-team TO sr-request-team(SR-INDEX)
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Trade-Proposals.

Mark-Active-Mentorships.
  MOVE ZERO TO mentorship-status
  OPEN INPUT Mentorships
  IF mentorships-missing
    CLOSE Mentorships
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO mn-rookie-name
  START Mentorships KEY >= mn-rookie-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-mentorships
        READ Mentorships NEXT RECORD
          AT END
            SET end-of-mentorships TO TRUE
          NOT AT END
            IF mentorship-active
              MOVE mn-rookie-name TO search-name
              PERFORM Find-Roster-Entry
              IF entry-was-found
                SET sr-in-mentorship(SR-INDEX) TO TRUE
              END-IF
              MOVE mn-mentor-name TO search-name
              PERFORM Find-Roster-Entry
              IF entry-was-found
                SET sr-in-mentorship(SR-INDEX) TO TRUE
              END-IF
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Mentorships.

Tally-Teammate-Friendships.
  MOVE ZERO TO friend-file
  OPEN INPUT Friend-List
  IF friend-list-missing
    CLOSE Friend-List
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pairing
  START Friend-List KEY >= pairing
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-friend-list
        READ Friend-List NEXT RECORD
          AT END
            SET end-of-friend-list TO TRUE
          NOT AT END
            PERFORM Tally-One-Friendship
        END-READ
      END-PERFORM
  END-START
  CLOSE Friend-List.

Tally-One-Friendship.
  MOVE friend-key-2 TO search-name
  PERFORM Find-Roster-Entry
  IF NOT entry-was-found
    EXIT PARAGRAPH
  END-IF
  SET other-index TO SR-INDEX
  MOVE friend-key-1 TO search-name
  PERFORM Find-Roster-Entry
  IF NOT entry-was-found
    EXIT PARAGRAPH
  END-IF
  IF sr-team(SR-INDEX) NOT = sr-team(other-index)
    EXIT PARAGRAPH
  END-IF
  ADD Friendship-level TO sr-friend-total(SR-INDEX)
  ADD 1 TO sr-friend-count(SR-INDEX)
  ADD Friendship-level TO sr-friend-total(other-index)
  ADD 1 TO sr-friend-count(other-index).

Score-One-Character.
  MOVE SPACES TO Satisfaction-Record
  MOVE sr-team(SR-INDEX) TO sa-team
  MOVE sr-short-name(SR-INDEX) TO sa-short-name
  MOVE todays-numeric-date TO sa-calculated-date

  PERFORM Score-Playing-Time
  PERFORM Score-Pay
  PERFORM Score-Team-Standing
  PERFORM Score-Friendships
  IF sr-in-mentorship(SR-INDEX)
    MOVE FULL-POINTS TO sa-mentorship-points
  ELSE
    MOVE NEUTRAL-POINTS TO sa-mentorship-points
  END-IF
  COMPUTE sa-score = sa-playing-time-points + sa-pay-points
    + sa-standing-points + sa-friendship-points
    + sa-mentorship-points

  MOVE ZERO TO new-weeks-below
  EVALUATE TRUE
    WHEN sa-score < SATISFACTION-THRESHOLD
      SET satisfaction-unhappy TO TRUE
      ADD 1 TO unhappy-count
      IF sr-prior-weeks-below(SR-INDEX) < 99
        COMPUTE new-weeks-below = sr-prior-weeks-below(SR-INDEX) + 1
      ELSE
        MOVE 99 TO new-weeks-below
      END-IF
    WHEN sa-score < SATISFACTION-AT-RISK-LEVEL
      SET satisfaction-at-risk TO TRUE
      ADD 1 TO at-risk-count
    WHEN OTHER
      SET satisfaction-content TO TRUE
      ADD 1 TO content-count
  END-EVALUATE
  MOVE new-weeks-below TO sa-weeks-below

  PERFORM Review-Trade-Request
  MOVE sr-request-id(SR-INDEX) TO sa-trade-request-id

  IF NOT batch-dry-run
    WRITE Satisfaction-Record
      INVALID KEY
        CONTINUE
    END-WRITE
  END-IF.

Score-Playing-Time.
  MOVE NEUTRAL-POINTS TO sa-playing-time-points
  IF NOT appearances-are-open
    EXIT PARAGRAPH
  END-IF
  MOVE sr-short-name(SR-INDEX) TO ap-short-name
  READ Appearances
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  IF ap-games-available = ZERO
    EXIT PARAGRAPH
  END-IF
  COMPUTE points-work =
    ap-games-dressed * FULL-POINTS / ap-games-available
  IF ap-consecutive-sits > SITTING-PENALTY-CAP
    SUBTRACT SITTING-PENALTY-CAP FROM points-work
  ELSE
    SUBTRACT ap-consecutive-sits FROM points-work
  END-IF
  IF points-work < ZERO
    MOVE ZERO TO points-work
  END-IF
  MOVE points-work TO sa-playing-time-points.

Score-Pay.
  IF sr-salary-want(SR-INDEX) = ZERO
      OR sr-per-diem(SR-INDEX) >= sr-salary-want(SR-INDEX)
    MOVE FULL-POINTS TO sa-pay-points
  ELSE
    COMPUTE sa-pay-points =
      sr-per-diem(SR-INDEX) * FULL-POINTS / sr-salary-want(SR-INDEX)
  END-IF.

Score-Team-Standing.
  MOVE NEUTRAL-POINTS TO sa-standing-points
  IF NOT standings-are-open
    EXIT PARAGRAPH
  END-IF
  MOVE current-season TO standings-season
  MOVE sr-team(SR-INDEX) TO team-name
  READ Standings
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  COMPUTE standing-games = team-wins + team-losses + team-ties
  IF standing-games = ZERO
    EXIT PARAGRAPH
  END-IF
  COMPUTE sa-standing-points =
    (team-wins * 2 + team-ties) * NEUTRAL-POINTS / standing-games.

Score-Friendships.
  IF sr-friend-count(SR-INDEX) = ZERO
    MOVE NO-FRIENDS-POINTS TO sa-friendship-points
    EXIT PARAGRAPH
  END-IF
  COMPUTE friend-average =
    sr-friend-total(SR-INDEX) / sr-friend-count(SR-INDEX)
  COMPUTE points-work = friend-average / 50
  IF points-work > FULL-POINTS
    MOVE FULL-POINTS TO points-work
  END-IF
  MOVE points-work TO sa-friendship-points.

Review-Trade-Request.
  IF sr-request-id(SR-INDEX) NOT = ZERO
    IF sr-request-team(SR-INDEX) NOT = sr-team(SR-INDEX)
      SET request-granted TO TRUE
      PERFORM Close-Trade-Request
      MOVE ZERO TO new-weeks-below sa-weeks-below
      EXIT PARAGRAPH
    END-IF
    IF sa-score >= SATISFACTION-AT-RISK-LEVEL
      SET request-withdrawn TO TRUE
      PERFORM Close-Trade-Request
    END-IF
    EXIT PARAGRAPH
  END-IF

  IF new-weeks-below >= TRADE-REQUEST-WEEKS
    PERFORM File-Trade-Request
  END-IF.

File-Trade-Request.
  ADD 1 TO next-proposal-id
  ADD 1 TO requests-filed-count
  DISPLAY "TRADE REQUEST: " FUNCTION TRIM(sr-short-name(SR-INDEX))
    " OF " FUNCTION TRIM(sr-team(SR-INDEX)) " (SATISFACTION "
    sa-score ", " new-weeks-below " WEEK(S) UNHAPPY)"
  IF batch-dry-run
    EXIT PARAGRAPH
  END-IF

  MOVE ZERO TO proposal-status
  OPEN I-O Trade-Proposals
  IF proposals-missing
    OPEN OUTPUT Trade-Proposals
  END-IF
  MOVE next-proposal-id TO tp-proposal-id
  MOVE sr-team(SR-INDEX) TO tp-from-team
  MOVE SPACES TO tp-to-team tp-to-character
  MOVE sr-short-name(SR-INDEX) TO tp-from-character
  MOVE ZERO TO tp-cash-amount
  SET trade-requested TO TRUE
  WRITE Trade-Proposal-Record
    INVALID KEY
      CONTINUE
  END-WRITE
  CLOSE Trade-Proposals
  MOVE next-proposal-id TO sr-request-id(SR-INDEX)
  MOVE sr-team(SR-INDEX) TO sr-request-team(SR-INDEX)

  MOVE "TRADE-REQ" TO alert-kind
  MOVE sr-short-name(SR-INDEX) TO alert-reference
  MOVE next-proposal-id TO alert-reference(11:4)
  SET alert-is-warning TO TRUE
  SET alert-for-updaters TO TRUE
  MOVE sr-team(SR-INDEX) TO alert-team
  MOVE sr-short-name(SR-INDEX) TO alert-character
  STRING "TRADE REQUESTED, PROPOSAL " next-proposal-id
    " (SATISFACTION " sa-score ")" DELIMITED BY SIZE INTO alert-text
  PERFORM Raise-Operator-Alert.

Close-Trade-Request.
  ADD 1 TO requests-closed-count
  IF request-granted
    DISPLAY "TRADE REQUEST " sr-request-id(SR-INDEX) " GRANTED: "
      FUNCTION TRIM(sr-short-name(SR-INDEX)) " NOW WITH "
      FUNCTION TRIM(sr-team(SR-INDEX))
  ELSE
    DISPLAY "TRADE REQUEST " sr-request-id(SR-INDEX) " WITHDRAWN: "
      FUNCTION TRIM(sr-short-name(SR-INDEX)) " IS SETTLED AGAIN"
  END-IF
  IF batch-dry-run
    MOVE ZERO TO sr-request-id(SR-INDEX)
    EXIT PARAGRAPH
  END-IF

  OPEN I-O Trade-Proposals
  MOVE sr-request-id(SR-INDEX) TO tp-proposal-id
  READ Trade-Proposals
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      IF trade-requested
        MOVE request-close-status TO tp-status
        REWRITE Trade-Proposal-Record
      END-IF
  END-READ
  CLOSE Trade-Proposals
  MOVE ZERO TO sr-request-id(SR-INDEX).

  COPY "src/copy/procedure/dry-run-check.cpy"
    REPLACING PROGRAM-TAG BY "SATISFACTION-BATCH".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
              PROGRAM-TAG BY "SATISFACTION-BATCH"
              FILE-TAG BY "CHARACTERSHEET".

  COPY "src/copy/procedure/error-log-writer.cpy".

OPERATOR-ALERT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-alert-writer.cpy"
    REPLACING PROGRAM-TAG BY "SATISFACTION-BATCH".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SATISFACTION-BATCH".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
