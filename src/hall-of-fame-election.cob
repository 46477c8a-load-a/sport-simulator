    RECORD KEY IS hf-short-name
    FILE STATUS IS hall-status.

  SELECT Prestige ASSIGN TO "data/prestige.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pr-short-name
    FILE STATUS IS prestige-status.

  SELECT Report-Print ASSIGN TO "data/hall-of-fame-report.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Hall-Of-Fame-Record.

  COPY "src/copy/file-description/hall-of-fame-record.cpy".

FD Prestige
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Prestige-Record.

  COPY "src/copy/file-description/prestige-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).
    88 awards-history-missing VALUE 35.
  01 hall-status PIC 99.
    88 hall-missing VALUE 35.
  01 prestige-status PIC 99.
    88 prestige-missing VALUE 35.
  01 error-log-status PIC 99.

  78 HOF-MINIMUM-SEASONS VALUE 3.
  01 qualifies-flag PIC 9 VALUE ZERO.
    88 character-qualifies VALUE 1.
  01 candidate-award-count PIC 9(3) VALUE ZERO.
  01 candidate-prestige-tier PIC 99 VALUE ZERO.
  01 prestige-open-flag PIC 9 VALUE ZERO.
    88 prestige-is-open VALUE 1.
  01 inducted-count PIC 9(3) VALUE ZERO.
  01 reviewed-count PIC 9(4) VALUE ZERO.

    OPEN OUTPUT Hall-Of-Fame
  END-IF
  PERFORM Check-Hall-Status
  MOVE ZERO TO prestige-status
  OPEN INPUT Prestige
  IF NOT prestige-missing
    SET prestige-is-open TO TRUE
  END-IF

  DISPLAY SPACES
  DISPLAY "=== HALL OF FAME ELECTION, " election-year " ==="

  CLOSE Hall-Of-Fame
  CLOSE Career-Stats
  IF prestige-is-open
    CLOSE Prestige
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
STOP RUN.

Print-Column-Headings.
  MOVE "INDUCTEE              GAMES   WINS    AWARDS PRESTIGE"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.
  END-IF

  PERFORM Count-Candidate-Awards
  PERFORM Find-Candidate-Prestige

  MOVE ZERO TO qualifies-flag
  IF cs-seasons-played >= HOF-MINIMUM-SEASONS

  DISPLAY "INDUCTED: " long-name " ("
    FUNCTION TRIM(short-name) ") " cs-games-played " GAMES, "
    cs-wins " WINS, " candidate-award-count " AWARD(S), PRESTIGE "
    candidate-prestige-tier

  MOVE SPACES TO print-line
  STRING long-name " " cs-games-played "  " cs-wins "  "
    candidate-award-count "    " candidate-prestige-tier
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line.

  END-IF
  CLOSE Awards-History.

Find-Candidate-Prestige.
  MOVE ZERO TO candidate-prestige-tier
  IF NOT prestige-is-open
    EXIT PARAGRAPH
  END-IF
  MOVE short-name TO pr-short-name
  READ Prestige
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE pr-tier TO candidate-prestige-tier
  END-READ.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/file-status-check.cpy"
    REPLACING CHECK-PARA BY Check-CharacterSheet-Status
