    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dm-dead-money-key
    FILE STATUS IS dead-money-status.

  SELECT Report-Print ASSIGN TO "data/salary-cap-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).


  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 dead-money-status PIC 99.
    88 end-of-dead-money VALUE 10.
    88 dead-money-missing VALUE 35.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 LEAGUE-SALARY-CAP VALUE 500.

      03 cp-team-name PIC X(20).
      03 cp-per-diem  PIC 9(7).
      03 cp-headcount PIC 9(4).
      03 cp-dead-money PIC 9(5).
  01 cap-committed PIC 9(7).
  01 cap-team-count PIC 9(3) VALUE ZERO.
  01 cap-team-found PIC 9 VALUE ZERO.
    88 cap-team-was-found VALUE 1.
    END-START
  CLOSE CharacterSheet

  PERFORM Tally-Dead-Money
  PERFORM Print-Cap-Table
  CLOSE Report-Print
  DISPLAY "WROTE CAP COMPLIANCE TO data/salary-cap-report.prt"
STOP RUN.

Print-Column-Headings.
  MOVE "TEAM                 HEADS COMMITTED  DEAD  CAP     ROOM"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.
    MOVE cap-team TO cp-team-name(CP-INDEX)
    MOVE per-diem TO cp-per-diem(CP-INDEX)
    MOVE 1 TO cp-headcount(CP-INDEX)
    MOVE ZERO TO cp-dead-money(CP-INDEX)
  END-IF.

Tally-Dead-Money.
  OPEN INPUT Dead-Money
  IF dead-money-missing
    CLOSE Dead-Money
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUES TO dm-dead-money-key
  START Dead-Money KEY >= dm-dead-money-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-dead-money
        READ Dead-Money NEXT RECORD
          AT END
            SET end-of-dead-money TO TRUE
          NOT AT END
            IF dead-money-open
              PERFORM Charge-One-Dead-Money
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Dead-Money.

Charge-One-Dead-Money.
  MOVE ZERO TO cap-team-found
  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > cap-team-count
    IF cp-team-name(CP-INDEX) = dm-team
      SET cap-team-was-found TO TRUE
      ADD dm-cap-charge TO cp-dead-money(CP-INDEX)
    END-IF
  END-PERFORM

  IF NOT cap-team-was-found AND cap-team-count < 50
    ADD 1 TO cap-team-count
    SET CP-INDEX TO cap-team-count
    MOVE dm-team TO cp-team-name(CP-INDEX)
    MOVE ZERO TO cp-per-diem(CP-INDEX)
    MOVE ZERO TO cp-headcount(CP-INDEX)
    MOVE dm-cap-charge TO cp-dead-money(CP-INDEX)
  END-IF.

Print-Cap-Table.

  PERFORM VARYING CP-INDEX FROM 1 BY 1
      UNTIL CP-INDEX > cap-team-count
    COMPUTE cap-committed =
      cp-per-diem(CP-INDEX) + cp-dead-money(CP-INDEX)
    COMPUTE cap-room = LEAGUE-SALARY-CAP - cap-committed
    MOVE cap-room TO cap-room-edit
    MOVE SPACES TO print-line
    STRING cp-team-name(CP-INDEX) " " cp-headcount(CP-INDEX)
      "  " cp-per-diem(CP-INDEX) " " cp-dead-money(CP-INDEX)
      " " cap-room-edit
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    IF cap-room < ZERO
