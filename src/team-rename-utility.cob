    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Standings ASSIGN TO DYNAMIC standings-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS standings-key
    FILE STATUS IS Standings-Status.

  SELECT Treasury ASSIGN TO DYNAMIC treasury-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tr-team-name
    FILE STATUS IS treasury-status.

  SELECT League-Structure ASSIGN TO DYNAMIC league-structure-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ls-team-name
    FILE STATUS IS structure-status.

  SELECT Calendar ASSIGN TO DYNAMIC calendar-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calendar-key
    FILE STATUS IS Calendar-Status.

  SELECT Game-History ASSIGN TO DYNAMIC game-history-file-name
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gh-history-key
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS snapshot-status.

  SELECT Attendance ASSIGN TO DYNAMIC attendance-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS attendance-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS results-status.

  SELECT Playoff-Appearances ASSIGN TO "data/playoff-appearances.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS appearance-status.

  SELECT Playoff-Pool ASSIGN TO "data/playoff-pool.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS playoff-pool-status.

  SELECT Job-Earnings ASSIGN TO "data/job-earnings.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS job-earnings-status.

  SELECT Insurance-Policies ASSIGN TO "data/insurance-policies.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ip-policy-key
    FILE STATUS IS policy-status.

  SELECT Player-Value ASSIGN TO "data/player-value.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pv-value-key
    FILE STATUS IS player-value-status.

  SELECT Team-Tactics ASSIGN TO "data/team-tactics.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tt-tactics-key
    FILE STATUS IS team-tactics-status.

  SELECT Season-Tickets ASSIGN TO "data/season-tickets.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS stk-account
    ALTERNATE RECORD KEY IS stk-team WITH DUPLICATES
    FILE STATUS IS season-ticket-status.

  SELECT Coaching-Staff ASSIGN TO "data/coaching-staff.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS co-coach-name
    ALTERNATE RECORD KEY IS co-team WITH DUPLICATES
    FILE STATUS IS coaching-staff-status.

  SELECT Ledger-Periods ASSIGN TO "data/ledger-periods.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lp-period-key
    FILE STATUS IS ledger-period-status.

  SELECT Team-Budget ASSIGN TO "data/team-budget.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS bg-budget-key
    FILE STATUS IS team-budget-status.

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dm-dead-money-key
    FILE STATUS IS dead-money-status.

  SELECT Pensions ASSIGN TO "data/pensions.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pe-short-name
    FILE STATUS IS pension-status.

  SELECT Facility-Projects ASSIGN TO "data/facility-projects.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fp-project-key
    FILE STATUS IS project-status.

  SELECT Chart-Of-Accounts ASSIGN TO "data/chart-of-accounts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ca-mapping-key
    FILE STATUS IS chart-status.

  SELECT Waivers ASSIGN TO "data/waivers.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wv-short-name
    FILE STATUS IS waiver-status.

  SELECT Venue-Bookings ASSIGN TO "data/venue-bookings.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS vb-booking-key
    FILE STATUS IS booking-status.

  SELECT Merchandise-Sales ASSIGN TO "data/merchandise-sales.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS merchandise-status.

  SELECT Equipment-Assignments
    ASSIGN TO "data/equipment-assignments.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ea-assignment-key
    FILE STATUS IS assignment-status.

  SELECT Distribution-List ASSIGN TO "data/distribution-list.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS distribution-status.

  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Operator-Signon ASSIGN TO "data/operator-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS signon-status.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT Pending-Approvals ASSIGN TO "data/pending-approvals.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pa-request-id
    FILE STATUS IS pending-approval-status.

  SELECT Character-Audit ASSIGN TO "data/character-audit.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS audit-file.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.
  COPY "src/copy/file-description/standings-snapshot-record.cpy".

FD Attendance.
  COPY "src/copy/file-description/attendance-record.cpy".

FD Season-History.
  COPY "src/copy/file-description/season-history-record.cpy".
    02 FILLER     PIC X VALUE SPACE.
    02 pr-winner  PIC X(20).

FD Playoff-Appearances.
  COPY "src/copy/file-description/playoff-appearance-record.cpy".

FD Playoff-Pool.
  COPY "src/copy/file-description/playoff-pool-record.cpy".

FD Job-Earnings.
  COPY "src/copy/file-description/job-earnings-record.cpy".

FD Insurance-Policies
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Insurance-Policy-Record.

  COPY "src/copy/file-description/insurance-policy-record.cpy".

FD Player-Value
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Player-Value-Record.

  COPY "src/copy/file-description/player-value-record.cpy".

FD Team-Tactics
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Tactics-Record.

  COPY "src/copy/file-description/team-tactics-record.cpy".

FD Season-Tickets
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Season-Ticket-Record.

  COPY "src/copy/file-description/season-ticket-record.cpy".

FD Coaching-Staff
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Coach-Record.

  COPY "src/copy/file-description/coach-record.cpy".

FD Ledger-Periods
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Ledger-Period-Record.

  COPY "src/copy/file-description/ledger-period-record.cpy".

FD Team-Budget
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Team-Budget-Record.

  COPY "src/copy/file-description/team-budget-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

FD Pensions
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pension-Record.

  COPY "src/copy/file-description/pension-record.cpy".

FD Facility-Projects
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Facility-Project-Record.

  COPY "src/copy/file-description/facility-project-record.cpy".

FD Chart-Of-Accounts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Chart-Of-Accounts-Record.

  COPY "src/copy/file-description/chart-of-accounts-record.cpy".

FD Waivers
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Waiver-Record.

  COPY "src/copy/file-description/waiver-record.cpy".

FD Venue-Bookings
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Venue-Booking-Record.

  COPY "src/copy/file-description/venue-booking-record.cpy".

FD Merchandise-Sales.
  COPY "src/copy/file-description/merchandise-sale-record.cpy".

FD Equipment-Assignments
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Equipment-Assignment-Record.

  COPY "src/copy/file-description/equipment-assignment-record.cpy".

FD Distribution-List.
  COPY "src/copy/file-description/distribution-list-record.cpy".

FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Pending-Approvals
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Pending-Approval-Record.

  COPY "src/copy/file-description/pending-approval-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/approval-data.cpy".
  01 audit-file PIC 99.
    88 audit-file-missing VALUE 35.
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 signon-status PIC 99.
  01 results-status PIC 99.
    88 end-of-playoff-results VALUE 10.
    88 playoff-results-missing VALUE 35.
  01 appearance-status PIC 99.
    88 end-of-playoff-appearances VALUE 10.
    88 playoff-appearances-missing VALUE 35.
  01 playoff-pool-status PIC 99.
    88 end-of-playoff-pool VALUE 10.
    88 playoff-pool-missing VALUE 35.
  01 job-earnings-status PIC 99.
    88 end-of-job-earnings VALUE 10.
    88 job-earnings-missing VALUE 35.
  01 policy-status PIC 99.
    88 policies-missing VALUE 35.
  01 player-value-status PIC 99.
    88 end-of-player-value VALUE 10.
    88 player-value-missing VALUE 35.
  01 team-tactics-status PIC 99.
    88 team-tactics-missing VALUE 35.
  01 season-ticket-status PIC 99.
    88 end-of-season-tickets VALUE 10.
    88 season-tickets-missing VALUE 35.
  01 coaching-staff-status PIC 99.
    88 end-of-coaching-staff VALUE 10.
    88 coaching-staff-missing VALUE 35.
  01 ledger-period-status PIC 99.
    88 ledger-periods-missing VALUE 35.
  01 team-budget-status PIC 99.
    88 team-budget-missing VALUE 35.
  01 dead-money-status PIC 99.
    88 dead-money-missing VALUE 35.
  01 pension-status PIC 99.
    88 end-of-pensions VALUE 10.
    88 pensions-missing VALUE 35.
  01 project-status PIC 99.
    88 projects-missing VALUE 35.
  01 chart-status PIC 99.
    88 end-of-chart VALUE 10.
    88 chart-missing VALUE 35.
  01 waiver-status PIC 99.
    88 end-of-waivers VALUE 10.
    88 waivers-missing VALUE 35.
  01 booking-status PIC 99.
    88 end-of-bookings VALUE 10.
    88 bookings-missing VALUE 35.
  01 merchandise-status PIC 99.
    88 end-of-merchandise VALUE 10.
    88 merchandise-missing VALUE 35.
  01 assignment-status PIC 99.
    88 end-of-assignments VALUE 10.
    88 assignments-missing VALUE 35.
  01 distribution-status PIC 99.
    88 end-of-distribution VALUE 10.
    88 distribution-missing VALUE 35.
  01 key-rename-flag PIC 9 VALUE ZERO.
    88 key-renames-done VALUE 1.
  01 waiver-row-touched PIC 9.
  01 Chart-Rename-Table.
    02 chart-rename-category OCCURS 500 TIMES PIC X(8).
  01 chart-rename-count PIC 9(3) VALUE ZERO.
  01 chart-rename-scan PIC 9(3).
  01 tactics-rename-flag PIC 9 VALUE ZERO.
    88 tactics-renames-done VALUE 1.
  01 policy-rename-flag PIC 9 VALUE ZERO.
    88 policy-renames-done VALUE 1.
  01 character-journal-status PIC 99.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 old-team-name PIC X(20).
  01 file-rows PIC 9(5) VALUE ZERO.

  01 Line-Rewrite-Table.
    02 lrw-entry OCCURS 5000 TIMES PIC X(100).
  01 lrw-count PIC 9(4) VALUE ZERO.
  01 lrw-scan PIC 9(4).
  01 lrw-overflow-flag PIC 9 VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  DISPLAY "=== TEAM RENAME CASCADE ==="
  DISPLAY "OLD TEAM NAME: " WITH NO ADVANCING
    GOBACK
  END-IF

  PERFORM Acquire-Exclusive-Characters-Hold
  IF characters-lock-denied
    DISPLAY "RENAME REFUSED: CHARACTERS LOCK NOT"
      " AVAILABLE."
    GOBACK
  END-IF

  MOVE "TEAM-RENAME" TO approval-job-tag
  MOVE SPACES TO approval-parameter-key
  MOVE old-team-name TO rak-old-team
  MOVE new-team-name TO rak-new-team
  PERFORM Claim-Admin-Approval
  IF NOT approval-was-claimed
    PERFORM Release-Characters-Lock
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  PERFORM Rename-In-Standings
  PERFORM Rename-In-Treasury
  PERFORM Rename-In-Structure
  PERFORM Rename-In-Attendance
  PERFORM Rename-In-Season-History
  PERFORM Rename-In-Playoff-Results
  PERFORM Rename-In-Playoff-Appearances
  PERFORM Rename-In-Playoff-Pool
  PERFORM Rename-In-Job-Earnings
  PERFORM Rename-In-Insurance-Policies
  PERFORM Rename-In-Player-Value
  PERFORM Rename-In-Team-Tactics
  PERFORM Rename-In-Season-Tickets
  PERFORM Rename-In-Coaching-Staff
  PERFORM Rename-In-Ledger-Periods
  PERFORM Rename-In-Team-Budget
  PERFORM Rename-In-Dead-Money
  PERFORM Rename-In-Pensions
  PERFORM Rename-In-Facility-Projects
  PERFORM Rename-In-Chart-Of-Accounts
  PERFORM Rename-In-Waivers
  PERFORM Rename-In-Venue-Bookings
  PERFORM Rename-In-Merchandise-Sales
  PERFORM Rename-In-Equipment
  PERFORM Rename-In-Distribution-List

  PERFORM Release-Characters-Lock
  PERFORM Write-Rename-Log-Entry
    SET precheck-failed TO TRUE
    DISPLAY "PLAYOFF RESULTS FILE STATUS " results-status
  END-IF
  CLOSE Playoff-Results

  OPEN INPUT Playoff-Appearances
  IF appearance-status NOT = ZERO AND appearance-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "PLAYOFF APPEARANCES FILE STATUS " appearance-status
  END-IF
  CLOSE Playoff-Appearances

  OPEN INPUT Playoff-Pool
  IF playoff-pool-status NOT = ZERO
      AND playoff-pool-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "PLAYOFF POOL FILE STATUS " playoff-pool-status
  END-IF
  CLOSE Playoff-Pool

  OPEN INPUT Job-Earnings
  IF job-earnings-status NOT = ZERO
      AND job-earnings-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "JOB EARNINGS FILE STATUS " job-earnings-status
  END-IF
  CLOSE Job-Earnings

  OPEN INPUT Insurance-Policies
  IF policy-status NOT = ZERO AND policy-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "INSURANCE POLICIES FILE STATUS " policy-status
  END-IF
  CLOSE Insurance-Policies

  OPEN INPUT Player-Value
  IF player-value-status NOT = ZERO
      AND player-value-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "PLAYER VALUE FILE STATUS " player-value-status
  END-IF
  CLOSE Player-Value

  OPEN INPUT Team-Tactics
  IF team-tactics-status NOT = ZERO
      AND team-tactics-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "TEAM TACTICS FILE STATUS " team-tactics-status
  END-IF
  CLOSE Team-Tactics

  OPEN INPUT Season-Tickets
  IF season-ticket-status NOT = ZERO
      AND season-ticket-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "SEASON TICKETS FILE STATUS " season-ticket-status
  END-IF
  CLOSE Season-Tickets
  OPEN INPUT Coaching-Staff
  IF coaching-staff-status NOT = ZERO
      AND coaching-staff-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "COACHING STAFF FILE STATUS " coaching-staff-status
  END-IF
  CLOSE Coaching-Staff
  OPEN INPUT Ledger-Periods
  IF ledger-period-status NOT = ZERO
      AND ledger-period-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "LEDGER PERIODS FILE STATUS " ledger-period-status
  END-IF
  CLOSE Ledger-Periods
  OPEN INPUT Team-Budget
  IF team-budget-status NOT = ZERO
      AND team-budget-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "TEAM BUDGET FILE STATUS " team-budget-status
  END-IF
  CLOSE Team-Budget
  OPEN INPUT Dead-Money
  IF dead-money-status NOT = ZERO
      AND dead-money-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "DEAD MONEY FILE STATUS " dead-money-status
  END-IF
  CLOSE Dead-Money
  OPEN INPUT Pensions
  IF pension-status NOT = ZERO
      AND pension-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "PENSIONS FILE STATUS " pension-status
  END-IF
  CLOSE Pensions
  OPEN INPUT Facility-Projects
  IF project-status NOT = ZERO
      AND project-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "FACILITY PROJECTS FILE STATUS " project-status
  END-IF
  CLOSE Facility-Projects
  OPEN INPUT Chart-Of-Accounts
  IF chart-status NOT = ZERO
      AND chart-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "CHART OF ACCOUNTS FILE STATUS " chart-status
  END-IF
  CLOSE Chart-Of-Accounts
  OPEN INPUT Waivers
  IF waiver-status NOT = ZERO
      AND waiver-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "WAIVERS FILE STATUS " waiver-status
  END-IF
  CLOSE Waivers
  OPEN INPUT Venue-Bookings
  IF booking-status NOT = ZERO
      AND booking-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "VENUE BOOKINGS FILE STATUS " booking-status
  END-IF
  CLOSE Venue-Bookings
  OPEN INPUT Merchandise-Sales
  IF merchandise-status NOT = ZERO
      AND merchandise-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "MERCHANDISE SALES FILE STATUS " merchandise-status
  END-IF
  CLOSE Merchandise-Sales

  OPEN INPUT Equipment-Assignments
  IF assignment-status NOT = ZERO
      AND assignment-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "EQUIPMENT ASSIGNMENTS FILE STATUS " assignment-status
  END-IF
  CLOSE Equipment-Assignments

  OPEN INPUT Distribution-List
  IF distribution-status NOT = ZERO
      AND distribution-status NOT = 35
    SET precheck-failed TO TRUE
    DISPLAY "DISTRIBUTION LIST FILE STATUS " distribution-status
  END-IF
  CLOSE Distribution-List.

Rename-In-Standings.
  MOVE ZERO TO season-key-count file-rows
  ADD file-rows TO rows-touched
  DISPLAY "PLAYOFF RESULTS: " file-rows " ROW(S)".

Rename-In-Playoff-Appearances.
  MOVE ZERO TO file-rows lrw-count
  MOVE ZERO TO lrw-overflow-flag
  OPEN INPUT Playoff-Appearances
  IF playoff-appearances-missing
    CLOSE Playoff-Appearances
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-playoff-appearances OR lrw-overflow
    READ Playoff-Appearances
      AT END
        SET end-of-playoff-appearances TO TRUE
      NOT AT END
        IF lrw-count >= 5000
          SET lrw-overflow TO TRUE
        ELSE
          IF pa-team = old-team-name
            MOVE new-team-name TO pa-team
            ADD 1 TO file-rows
          END-IF
          ADD 1 TO lrw-count
          MOVE Playoff-Appearance-Record TO lrw-entry(lrw-count)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Playoff-Appearances

  IF lrw-overflow
    DISPLAY "PLAYOFF APPEARANCES EXCEED THE REWRITE TABLE;"
      " PASS ABANDONED, FILE LEFT UNTOUCHED."
    EXIT PARAGRAPH
  END-IF
  IF file-rows = ZERO
    EXIT PARAGRAPH
  END-IF

  OPEN OUTPUT Playoff-Appearances
  PERFORM VARYING lrw-scan FROM 1 BY 1
      UNTIL lrw-scan > lrw-count
    MOVE lrw-entry(lrw-scan) TO Playoff-Appearance-Record
    WRITE Playoff-Appearance-Record
  END-PERFORM
  CLOSE Playoff-Appearances
  IF appearance-status NOT = ZERO
    DISPLAY "PLAYOFF APPEARANCES REWRITE ENDED WITH STATUS "
      appearance-status "; CHECK THE FILE."
  END-IF
  ADD file-rows TO rows-touched
  DISPLAY "PLAYOFF APPEARANCES: " file-rows " ROW(S)".

Rename-In-Playoff-Pool.
  MOVE ZERO TO file-rows lrw-count
  MOVE ZERO TO lrw-overflow-flag
  OPEN INPUT Playoff-Pool
  IF playoff-pool-missing
    CLOSE Playoff-Pool
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-playoff-pool OR lrw-overflow
    READ Playoff-Pool
      AT END
        SET end-of-playoff-pool TO TRUE
      NOT AT END
        IF lrw-count >= 5000
          SET lrw-overflow TO TRUE
        ELSE
          IF pp-team = old-team-name
            MOVE new-team-name TO pp-team
            ADD 1 TO file-rows
          END-IF
          ADD 1 TO lrw-count
          MOVE Playoff-Pool-Record TO lrw-entry(lrw-count)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Playoff-Pool

  IF lrw-overflow
    DISPLAY "PLAYOFF POOL EXCEEDS THE REWRITE TABLE;"
      " PASS ABANDONED, FILE LEFT UNTOUCHED."
    EXIT PARAGRAPH
  END-IF
  IF file-rows = ZERO
    EXIT PARAGRAPH
  END-IF

  OPEN OUTPUT Playoff-Pool
  PERFORM VARYING lrw-scan FROM 1 BY 1
      UNTIL lrw-scan > lrw-count
    MOVE lrw-entry(lrw-scan) TO Playoff-Pool-Record
    WRITE Playoff-Pool-Record
  END-PERFORM
  CLOSE Playoff-Pool
  IF playoff-pool-status NOT = ZERO
    DISPLAY "PLAYOFF POOL REWRITE ENDED WITH STATUS "
      playoff-pool-status "; CHECK THE FILE."
  END-IF
  ADD file-rows TO rows-touched
  DISPLAY "PLAYOFF POOL: " file-rows " ROW(S)".

Rename-In-Job-Earnings.
  MOVE ZERO TO file-rows lrw-count
  MOVE ZERO TO lrw-overflow-flag
  OPEN INPUT Job-Earnings
  IF job-earnings-missing
    CLOSE Job-Earnings
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-job-earnings OR lrw-overflow
    READ Job-Earnings
      AT END
        SET end-of-job-earnings TO TRUE
      NOT AT END
        IF lrw-count >= 5000
          SET lrw-overflow TO TRUE
        ELSE
          IF je-team = old-team-name
            MOVE new-team-name TO je-team
            ADD 1 TO file-rows
          END-IF
          ADD 1 TO lrw-count
          MOVE Job-Earnings-Record TO lrw-entry(lrw-count)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Job-Earnings

  IF lrw-overflow
    DISPLAY "JOB EARNINGS EXCEEDS THE REWRITE TABLE;"
      " PASS ABANDONED, FILE LEFT UNTOUCHED."
    EXIT PARAGRAPH
  END-IF
  IF file-rows = ZERO
    EXIT PARAGRAPH
  END-IF

  OPEN OUTPUT Job-Earnings
  PERFORM VARYING lrw-scan FROM 1 BY 1
      UNTIL lrw-scan > lrw-count
    MOVE lrw-entry(lrw-scan) TO Job-Earnings-Record
    WRITE Job-Earnings-Record
  END-PERFORM
  CLOSE Job-Earnings
  IF job-earnings-status NOT = ZERO
    DISPLAY "JOB EARNINGS REWRITE ENDED WITH STATUS "
      job-earnings-status "; CHECK THE FILE."
  END-IF
  ADD file-rows TO rows-touched
  DISPLAY "JOB EARNINGS: " file-rows " ROW(S)".

Rename-In-Insurance-Policies.
  MOVE ZERO TO file-rows policy-rename-flag
  OPEN I-O Insurance-Policies
  IF policies-missing
    CLOSE Insurance-Policies
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL policy-renames-done
    MOVE old-team-name TO ip-team-name
    MOVE LOW-VALUE TO ip-short-name
    START Insurance-Policies KEY >= ip-policy-key
      INVALID KEY
        SET policy-renames-done TO TRUE
      NOT INVALID KEY
        READ Insurance-Policies NEXT RECORD
          AT END
            SET policy-renames-done TO TRUE
          NOT AT END
            IF ip-team-name NOT = old-team-name
              SET policy-renames-done TO TRUE
            ELSE
              DELETE Insurance-Policies
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO ip-team-name
              WRITE Insurance-Policy-Record
                INVALID KEY REWRITE Insurance-Policy-Record
              END-WRITE
              ADD 1 TO file-rows
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Insurance-Policies
  ADD file-rows TO rows-touched
  DISPLAY "INSURANCE POLICIES: " file-rows " ROW(S)".

Rename-In-Player-Value.
  MOVE ZERO TO file-rows
  OPEN I-O Player-Value
  IF player-value-missing
    CLOSE Player-Value
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pv-value-key
  START Player-Value KEY >= pv-value-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-player-value
        READ Player-Value NEXT RECORD
          AT END
            SET end-of-player-value TO TRUE
          NOT AT END
            IF pv-team = old-team-name
              MOVE new-team-name TO pv-team
              REWRITE Player-Value-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Player-Value
  ADD file-rows TO rows-touched
  DISPLAY "PLAYER VALUE: " file-rows " ROW(S)".

Rename-In-Team-Tactics.
  MOVE ZERO TO file-rows
  OPEN I-O Team-Tactics
  IF team-tactics-missing
    CLOSE Team-Tactics
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO tactics-rename-flag
  PERFORM UNTIL tactics-renames-done
    MOVE old-team-name TO tt-team
    MOVE ZERO TO tt-game-date tt-game-slot
    START Team-Tactics KEY >= tt-tactics-key
      INVALID KEY
        SET tactics-renames-done TO TRUE
      NOT INVALID KEY
        READ Team-Tactics NEXT RECORD
          AT END
            SET tactics-renames-done TO TRUE
          NOT AT END
            IF tt-team = old-team-name
              DELETE Team-Tactics
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO tt-team
              WRITE Team-Tactics-Record
                INVALID KEY REWRITE Team-Tactics-Record
              END-WRITE
              ADD 1 TO file-rows
            ELSE
              SET tactics-renames-done TO TRUE
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Team-Tactics
  ADD file-rows TO rows-touched
  DISPLAY "TEAM TACTICS: " file-rows " ROW(S)".

Rename-In-Season-Tickets.
  MOVE ZERO TO file-rows
  OPEN I-O Season-Tickets
  IF season-tickets-missing
    CLOSE Season-Tickets
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO stk-account
  START Season-Tickets KEY >= stk-account
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-season-tickets
        READ Season-Tickets NEXT RECORD
          AT END
            SET end-of-season-tickets TO TRUE
          NOT AT END
            IF stk-team = old-team-name
              MOVE new-team-name TO stk-team
              REWRITE Season-Ticket-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Season-Tickets
  ADD file-rows TO rows-touched
  DISPLAY "SEASON TICKETS: " file-rows " ROW(S)".

Rename-In-Coaching-Staff.
  MOVE ZERO TO file-rows
  OPEN I-O Coaching-Staff
  IF coaching-staff-missing
    CLOSE Coaching-Staff
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO co-coach-name
  START Coaching-Staff KEY >= co-coach-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-coaching-staff
        READ Coaching-Staff NEXT RECORD
          AT END
            SET end-of-coaching-staff TO TRUE
          NOT AT END
            IF co-team = old-team-name
              MOVE new-team-name TO co-team
              REWRITE Coach-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Coaching-Staff
  ADD file-rows TO rows-touched
  DISPLAY "COACHING STAFF: " file-rows " ROW(S)".

Rename-In-Ledger-Periods.
  MOVE ZERO TO file-rows
  OPEN I-O Ledger-Periods
  IF ledger-periods-missing
    CLOSE Ledger-Periods
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO key-rename-flag
  PERFORM UNTIL key-renames-done
    MOVE old-team-name TO lp-team
    MOVE ZERO TO lp-period
    START Ledger-Periods KEY >= lp-period-key
      INVALID KEY
        SET key-renames-done TO TRUE
      NOT INVALID KEY
        READ Ledger-Periods NEXT RECORD
          AT END
            SET key-renames-done TO TRUE
          NOT AT END
            IF lp-team = old-team-name
              DELETE Ledger-Periods
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO lp-team
              WRITE Ledger-Period-Record
                INVALID KEY REWRITE Ledger-Period-Record
              END-WRITE
              ADD 1 TO file-rows
            ELSE
              SET key-renames-done TO TRUE
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Ledger-Periods
  ADD file-rows TO rows-touched
  DISPLAY "LEDGER PERIODS: " file-rows " ROW(S)".

Rename-In-Team-Budget.
  MOVE ZERO TO file-rows
  OPEN I-O Team-Budget
  IF team-budget-missing
    CLOSE Team-Budget
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO key-rename-flag
  PERFORM UNTIL key-renames-done
    MOVE old-team-name TO bg-team
    MOVE ZERO TO bg-year bg-month
    MOVE LOW-VALUE TO bg-category
    START Team-Budget KEY >= bg-budget-key
      INVALID KEY
        SET key-renames-done TO TRUE
      NOT INVALID KEY
        READ Team-Budget NEXT RECORD
          AT END
            SET key-renames-done TO TRUE
          NOT AT END
            IF bg-team = old-team-name
              DELETE Team-Budget
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO bg-team
              WRITE Team-Budget-Record
                INVALID KEY REWRITE Team-Budget-Record
              END-WRITE
              ADD 1 TO file-rows
            ELSE
              SET key-renames-done TO TRUE
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Team-Budget
  ADD file-rows TO rows-touched
  DISPLAY "TEAM BUDGET: " file-rows " ROW(S)".

Rename-In-Dead-Money.
  MOVE ZERO TO file-rows
  OPEN I-O Dead-Money
  IF dead-money-missing
    CLOSE Dead-Money
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO key-rename-flag
  PERFORM UNTIL key-renames-done
    MOVE old-team-name TO dm-team
    MOVE LOW-VALUE TO dm-short-name
    MOVE ZERO TO dm-release-date
    START Dead-Money KEY >= dm-dead-money-key
      INVALID KEY
        SET key-renames-done TO TRUE
      NOT INVALID KEY
        READ Dead-Money NEXT RECORD
          AT END
            SET key-renames-done TO TRUE
          NOT AT END
            IF dm-team = old-team-name
              DELETE Dead-Money
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO dm-team
              WRITE Dead-Money-Record
                INVALID KEY REWRITE Dead-Money-Record
              END-WRITE
              ADD 1 TO file-rows
            ELSE
              SET key-renames-done TO TRUE
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Dead-Money
  ADD file-rows TO rows-touched
  DISPLAY "DEAD MONEY: " file-rows " ROW(S)".

Rename-In-Pensions.
  MOVE ZERO TO file-rows
  OPEN I-O Pensions
  IF pensions-missing
    CLOSE Pensions
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pe-short-name
  START Pensions KEY >= pe-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-pensions
        READ Pensions NEXT RECORD
          AT END
            SET end-of-pensions TO TRUE
          NOT AT END
            IF pe-paying-team = old-team-name
              MOVE new-team-name TO pe-paying-team
              REWRITE Pension-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Pensions
  ADD file-rows TO rows-touched
  DISPLAY "PENSIONS: " file-rows " ROW(S)".

Rename-In-Facility-Projects.
  MOVE ZERO TO file-rows
  OPEN I-O Facility-Projects
  IF projects-missing
    CLOSE Facility-Projects
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO key-rename-flag
  PERFORM UNTIL key-renames-done
    MOVE old-team-name TO fp-team
    MOVE ZERO TO fp-start-date
    START Facility-Projects KEY >= fp-project-key
      INVALID KEY
        SET key-renames-done TO TRUE
      NOT INVALID KEY
        READ Facility-Projects NEXT RECORD
          AT END
            SET key-renames-done TO TRUE
          NOT AT END
            IF fp-team = old-team-name
              DELETE Facility-Projects
                INVALID KEY CONTINUE
              END-DELETE
              MOVE new-team-name TO fp-team
              WRITE Facility-Project-Record
                INVALID KEY REWRITE Facility-Project-Record
              END-WRITE
              ADD 1 TO file-rows
            ELSE
              SET key-renames-done TO TRUE
            END-IF
        END-READ
    END-START
  END-PERFORM
  CLOSE Facility-Projects
  ADD file-rows TO rows-touched
  DISPLAY "FACILITY PROJECTS: " file-rows " ROW(S)".

Rename-In-Chart-Of-Accounts.
  MOVE ZERO TO file-rows chart-rename-count
  OPEN I-O Chart-Of-Accounts
  IF chart-missing
    CLOSE Chart-Of-Accounts
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO ca-mapping-key
  START Chart-Of-Accounts KEY >= ca-mapping-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-chart
        READ Chart-Of-Accounts NEXT RECORD
          AT END
            SET end-of-chart TO TRUE
          NOT AT END
            IF ca-team = old-team-name AND chart-rename-count < 500
              ADD 1 TO chart-rename-count
              MOVE ca-category
                TO chart-rename-category(chart-rename-count)
            END-IF
        END-READ
      END-PERFORM
  END-START
  PERFORM VARYING chart-rename-scan FROM 1 BY 1
      UNTIL chart-rename-scan > chart-rename-count
    MOVE chart-rename-category(chart-rename-scan) TO ca-category
    MOVE old-team-name TO ca-team
    READ Chart-Of-Accounts
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        DELETE Chart-Of-Accounts
          INVALID KEY CONTINUE
        END-DELETE
        MOVE new-team-name TO ca-team
        WRITE Chart-Of-Accounts-Record
          INVALID KEY REWRITE Chart-Of-Accounts-Record
        END-WRITE
        ADD 1 TO file-rows
    END-READ
  END-PERFORM
  CLOSE Chart-Of-Accounts
  ADD file-rows TO rows-touched
  DISPLAY "CHART OF ACCOUNTS: " file-rows " ROW(S)".

Rename-In-Waivers.
  MOVE ZERO TO file-rows
  OPEN I-O Waivers
  IF waivers-missing
    CLOSE Waivers
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO wv-short-name
  START Waivers KEY >= wv-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-waivers
        READ Waivers NEXT RECORD
          AT END
            SET end-of-waivers TO TRUE
          NOT AT END
            PERFORM Rename-One-Waiver
        END-READ
      END-PERFORM
  END-START
  CLOSE Waivers
  ADD file-rows TO rows-touched
  DISPLAY "WAIVERS: " file-rows " ROW(S)".

Rename-One-Waiver.
  MOVE ZERO TO waiver-row-touched
  IF wv-released-by = old-team-name
    MOVE new-team-name TO wv-released-by
    MOVE 1 TO waiver-row-touched
  END-IF
  IF wv-awarded-to = old-team-name
    MOVE new-team-name TO wv-awarded-to
    MOVE 1 TO waiver-row-touched
  END-IF
  PERFORM VARYING WC-INDEX FROM 1 BY 1
      UNTIL WC-INDEX > wv-claim-count OR WC-INDEX > 12
    IF wv-claim-team(WC-INDEX) = old-team-name
      MOVE new-team-name TO wv-claim-team(WC-INDEX)
      MOVE 1 TO waiver-row-touched
    END-IF
  END-PERFORM
  IF waiver-row-touched = 1
    REWRITE Waiver-Record
    ADD 1 TO file-rows
  END-IF.

Rename-In-Venue-Bookings.
  MOVE ZERO TO file-rows
  OPEN I-O Venue-Bookings
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
            IF vb-host-team = old-team-name
              MOVE new-team-name TO vb-host-team
              REWRITE Venue-Booking-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Venue-Bookings
  ADD file-rows TO rows-touched
  DISPLAY "VENUE BOOKINGS: " file-rows " ROW(S)".

Rename-In-Merchandise-Sales.
  MOVE ZERO TO file-rows lrw-count
  MOVE ZERO TO lrw-overflow-flag
  OPEN INPUT Merchandise-Sales
  IF merchandise-missing
    CLOSE Merchandise-Sales
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-merchandise OR lrw-overflow
    READ Merchandise-Sales
      AT END
        SET end-of-merchandise TO TRUE
      NOT AT END
        IF lrw-count >= 5000
          SET lrw-overflow TO TRUE
        ELSE
          IF ms-team = old-team-name
            MOVE new-team-name TO ms-team
            ADD 1 TO file-rows
          END-IF
          ADD 1 TO lrw-count
          MOVE Merchandise-Sale-Record TO lrw-entry(lrw-count)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Merchandise-Sales

  IF lrw-overflow
    DISPLAY "MERCHANDISE SALES EXCEEDS THE REWRITE TABLE;"
      " PASS ABANDONED, FILE LEFT UNTOUCHED."
    EXIT PARAGRAPH
  END-IF
  IF file-rows = ZERO
    EXIT PARAGRAPH
  END-IF

  OPEN OUTPUT Merchandise-Sales
  PERFORM VARYING lrw-scan FROM 1 BY 1
      UNTIL lrw-scan > lrw-count
    MOVE lrw-entry(lrw-scan) TO Merchandise-Sale-Record
    WRITE Merchandise-Sale-Record
  END-PERFORM
  CLOSE Merchandise-Sales
  IF merchandise-status NOT = ZERO
    DISPLAY "MERCHANDISE SALES REWRITE ENDED WITH STATUS "
      merchandise-status "; CHECK THE FILE."
  END-IF
  ADD file-rows TO rows-touched
  DISPLAY "MERCHANDISE SALES: " file-rows " ROW(S)".

Rename-In-Equipment.
  MOVE ZERO TO file-rows
  OPEN I-O Equipment-Assignments
  IF assignments-missing
    CLOSE Equipment-Assignments
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO ea-assignment-key
  START Equipment-Assignments KEY >= ea-assignment-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-assignments
        READ Equipment-Assignments NEXT RECORD
          AT END
            SET end-of-assignments TO TRUE
          NOT AT END
            IF ea-team = old-team-name
              MOVE new-team-name TO ea-team
              REWRITE Equipment-Assignment-Record
              ADD 1 TO file-rows
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Equipment-Assignments
  ADD file-rows TO rows-touched
  DISPLAY "EQUIPMENT ASSIGNMENTS: " file-rows " ROW(S)".

Rename-In-Distribution-List.
  MOVE ZERO TO file-rows lrw-count
  MOVE ZERO TO lrw-overflow-flag
  OPEN INPUT Distribution-List
  IF distribution-missing
    CLOSE Distribution-List
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-distribution OR lrw-overflow
    READ Distribution-List
      AT END
        SET end-of-distribution TO TRUE
      NOT AT END
        IF lrw-count >= 5000
          SET lrw-overflow TO TRUE
        ELSE
          IF dl-team = old-team-name
            MOVE new-team-name TO dl-team
            ADD 1 TO file-rows
          END-IF
          ADD 1 TO lrw-count
          MOVE Distribution-List-Record TO lrw-entry(lrw-count)
        END-IF
    END-READ
  END-PERFORM
  CLOSE Distribution-List

  IF lrw-overflow
    DISPLAY "DISTRIBUTION LIST EXCEEDS THE REWRITE TABLE;"
      " PASS ABANDONED, FILE LEFT UNTOUCHED."
    EXIT PARAGRAPH
  END-IF
  IF file-rows = ZERO
    EXIT PARAGRAPH
  END-IF

  OPEN OUTPUT Distribution-List
  PERFORM VARYING lrw-scan FROM 1 BY 1
      UNTIL lrw-scan > lrw-count
    MOVE lrw-entry(lrw-scan) TO Distribution-List-Record
    WRITE Distribution-List-Record
  END-PERFORM
  CLOSE Distribution-List
  IF distribution-status NOT = ZERO
    DISPLAY "DISTRIBUTION LIST REWRITE ENDED WITH STATUS "
      distribution-status "; CHECK THE FILE."
  END-IF
  ADD file-rows TO rows-touched
  DISPLAY "DISTRIBUTION LIST: " file-rows " ROW(S)".

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
  MOVE short-name TO cj-key
  MOVE journal-before-hold TO cj-before-image
  MOVE character-record TO cj-after-image
  PERFORM Write-Character-Journal-Entry.

Rename-In-Reserve-Standings.
  MOVE ZERO TO file-rows
  OPEN I-O Reserve-Standings
  IF reserve-standings-missing
    CLOSE Reserve-Standings
    EXIT PARAGRAPH
  END-IF
  MOVE old-team-name TO rsv-team-name
  READ Reserve-Standings
    INVALID KEY
      CLOSE Reserve-Standings
      EXIT PARAGRAPH
  END-READ

  MOVE rsv-wins   TO reserve-hold-wins
  MOVE rsv-losses TO reserve-hold-losses
  MOVE rsv-ties   TO reserve-hold-ties
  DELETE Reserve-Standings
    INVALID KEY CONTINUE
  END-DELETE

  MOVE ZERO TO reserve-target-found
  MOVE new-team-name TO rsv-team-name
  READ Reserve-Standings
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET reserve-target-on-file TO TRUE
  END-READ

  IF reserve-target-on-file
    ADD reserve-hold-wins   TO rsv-wins
    ADD reserve-hold-losses TO rsv-losses
    ADD reserve-hold-ties   TO rsv-ties
    REWRITE Reserve-Standing-Record
  ELSE
    MOVE new-team-name TO rsv-team-name
    MOVE reserve-hold-wins   TO rsv-wins
    MOVE reserve-hold-losses TO rsv-losses
    MOVE reserve-hold-ties   TO rsv-ties
    WRITE Reserve-Standing-Record
      INVALID KEY CONTINUE
    END-WRITE
  END-IF
  ADD 1 TO file-rows
  CLOSE Reserve-Standings
  ADD file-rows TO rows-touched
  DISPLAY "RESERVE STANDINGS: " file-rows " ROW(S)".

Rename-In-Player-Loans.
  MOVE ZERO TO file-rows
  OPEN I-O Player-Loans
  IF player-loans-missing
    CLOSE Player-Loans
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO pn-short-name
  START Player-Loans KEY >= pn-short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-player-loans
        READ Player-Loans NEXT RECORD
          AT END
            SET end-of-player-loans TO TRUE
  CLOSE Rename-Log.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-Audit-Status
              STATUS-FIELD BY audit-file
              PROGRAM-TAG BY "TEAM-RENAME"
              FILE-TAG BY "CHARACTER-AUDIT".

  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
              STATUS-FIELD BY File-Status
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "TEAM-RENAME".

APPROVAL-MANAGEMENT SECTION.
  COPY "src/copy/procedure/approval-guard.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
