IDENTIFICATION DIVISION.
PROGRAM-ID. Report-Burst-Batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Distribution-List ASSIGN TO "data/distribution-list.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS distribution-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

  SELECT League-Print ASSIGN TO DYNAMIC league-print-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-print-status.

  SELECT Burst-Work ASSIGN TO "data/report-burst.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS burst-work-status.

  SELECT Burst-Output ASSIGN TO DYNAMIC burst-output-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS burst-output-status.

  SELECT Report-Print ASSIGN TO "data/distribution-manifest.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

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
FD Distribution-List.
  COPY "src/copy/file-description/distribution-list-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD League-Print.
  01 league-print-line PIC X(80).

FD Burst-Work.
  01 Burst-Work-Record.
    02 bw-team PIC X(20).
    02 bw-line PIC X(80).

FD Burst-Output.
  01 burst-output-line PIC X(80).

FD Report-Print.
  01 print-line PIC X(80).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  COPY "src/copy/working-storage/report-print-data.cpy".

  01 distribution-status PIC 99.
    88 end-of-distribution-list VALUE 10.
    88 distribution-list-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
    88 characters-missing VALUE 35.
  01 league-print-status PIC 99.
    88 end-of-league-print VALUE 10.
    88 league-print-missing VALUE 35.
  01 burst-work-status PIC 99.
    88 end-of-burst-work VALUE 10.
  01 burst-output-status PIC 99.
  01 error-log-status PIC 99.

  78 HOME-SIDE-TEAM VALUE "TEAMMATES".
  78 BURST-FOLDER VALUE "data/burst".
  78 BURST-PAGE-LIMIT VALUE 55.

  01 league-print-file-name PIC X(60).
  01 burst-output-file-name PIC X(80).
  01 burst-folder-name PIC X(60).

  01 Burst-Report-Table.
    02 Burst-Report-Entry OCCURS 5 TIMES INDEXED BY BR-INDEX.
      03 br-report-name PIC X(20).
      03 br-print-file  PIC X(40).
      03 br-file-slug   PIC X(20).
      03 br-rule        PIC X.
        88 br-section-rule   VALUE "S".
        88 br-block-rule     VALUE "B".
        88 br-character-rule VALUE "C".
      03 br-marker      PIC X(20).
      03 br-marker-col  PIC 99.
      03 br-end-marker  PIC X(20).
  01 burst-report-count PIC 9 VALUE 5.

  01 Distribution-Table.
    02 Distribution-Entry OCCURS 500 TIMES INDEXED BY DT-INDEX.
      03 dt-report-name PIC X(20).
      03 dt-team        PIC X(20).
      03 dt-recipient   PIC X(30).
      03 dt-copies      PIC 99.
      03 dt-burst-flag  PIC 9.
        88 dt-team-burst VALUE 1.
  01 distribution-count PIC 9(3) VALUE ZERO.
  01 distribution-overflow-flag PIC 9 VALUE ZERO.
    88 distribution-overflowed VALUE 1.
  01 report-listed-flag PIC 9.
    88 report-is-listed VALUE 1.
  01 scan-index PIC 9(3).

  01 Character-Team-Table.
    02 Character-Team-Entry OCCURS 2000 TIMES INDEXED BY CT-INDEX.
      03 ct-long-name PIC X(21).
      03 ct-team      PIC X(20).
  01 character-team-count PIC 9(4) VALUE ZERO.
  01 ct-found PIC 9 VALUE ZERO.
    88 ct-character-was-found VALUE 1.

  01 route-team PIC X(20).
  01 heading-skip-flag PIC 9 VALUE ZERO.
    88 skip-column-heading VALUE 1.
  01 report-title PIC X(30).
  01 column-heading-text PIC X(80).
  01 block-hold-count PIC 99.
  01 Block-Hold-Table.
    02 block-hold-line PIC X(80) OCCURS 10 TIMES.
  01 block-scan PIC 99.
  01 marker-length PIC 99.

  01 team-slug PIC X(20).
  01 team-slug-length PIC 99.
  01 team-line-count PIC 9(6).
  01 team-page-count PIC 9(4).
  01 team-page-lines PIC 99.
  01 page-edit PIC ZZZ9.
  01 line-edit PIC ZZZZZ9.
  01 copies-edit PIC Z9.

  01 reports-burst PIC 9(3) VALUE ZERO.
  01 files-written PIC 9(4) VALUE ZERO.
  01 manifest-rows PIC 9(4) VALUE ZERO.
  01 lines-routed PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Load-Burst-Reports
  PERFORM Load-Distribution-List
  IF distribution-count = ZERO
    DISPLAY "NO DISTRIBUTION LIST ENTRIES; REPORTS LEFT AS PRINTED."
    MOVE "ABORTED" TO run-completion-status
    PERFORM Write-Run-History-Entry
    GOBACK
  END-IF

  MOVE "DISTRIBUTION MANIFEST" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  MOVE BURST-FOLDER TO burst-folder-name
  CALL "CBL_CREATE_DIR" USING burst-folder-name
  PERFORM Load-Character-Teams

  PERFORM VARYING BR-INDEX FROM 1 BY 1
      UNTIL BR-INDEX > burst-report-count
    PERFORM Burst-One-Report
  END-PERFORM
  PERFORM Note-Unlisted-Reports

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING reports-burst " REPORT(S) BURST INTO " files-written
    " TEAM FILE(S), " manifest-rows " DISTRIBUTION LINE(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF distribution-overflowed
    MOVE "*** MORE THAN 500 DISTRIBUTION ENTRIES; LATER ONES IGNORED"
      TO print-line
    PERFORM Write-Print-Line
  END-IF
  CLOSE Report-Print

  DISPLAY "REPORT BURST: " reports-burst " REPORT(S), " files-written
    " TEAM FILE(S)"
  DISPLAY "WROTE MANIFEST TO data/distribution-manifest.prt"
  MOVE lines-routed TO run-processed-count
  MOVE files-written TO run-changed-count
  PERFORM Write-Run-History-Entry
GOBACK.

Load-Burst-Reports.
  MOVE "TEAM-ROSTER" TO br-report-name(1)
  MOVE "data/team-roster-report.prt" TO br-print-file(1)
  MOVE "team-roster" TO br-file-slug(1)
  MOVE "S" TO br-rule(1)
  MOVE "=== TEAM ROSTER: " TO br-marker(1)
  MOVE 18 TO br-marker-col(1)
  MOVE "LEAGUE TOTAL" TO br-end-marker(1)

  MOVE "PAY-STATEMENTS" TO br-report-name(2)
  MOVE "data/earnings-statements.prt" TO br-print-file(2)
  MOVE "pay-statements" TO br-file-slug(2)
  MOVE "B" TO br-rule(2)
  MOVE "PAID BY: " TO br-marker(2)
  MOVE 10 TO br-marker-col(2)
  MOVE "=====" TO br-end-marker(2)

  MOVE "FINANCIAL-STATEMENT" TO br-report-name(3)
  MOVE "data/financial-statement.prt" TO br-print-file(3)
  MOVE "financial-statement" TO br-file-slug(3)
  MOVE "S" TO br-rule(3)
  MOVE "TEAM: " TO br-marker(3)
  MOVE 7 TO br-marker-col(3)
  MOVE SPACES TO br-end-marker(3)

  MOVE "INJURED-RESERVE" TO br-report-name(4)
  MOVE "data/injured-reserve-report.prt" TO br-print-file(4)
  MOVE "injured-reserve" TO br-file-slug(4)
  MOVE "C" TO br-rule(4)
  MOVE SPACES TO br-marker(4) br-end-marker(4)
  MOVE ZERO TO br-marker-col(4)

  MOVE "PLAYING-TIME" TO br-report-name(5)
  MOVE "data/playing-time-report.prt" TO br-print-file(5)
  MOVE "playing-time" TO br-file-slug(5)
  MOVE "C" TO br-rule(5)
  MOVE SPACES TO br-marker(5) br-end-marker(5)
  MOVE ZERO TO br-marker-col(5).

Load-Distribution-List.
  OPEN INPUT Distribution-List
  IF distribution-list-missing
    CLOSE Distribution-List
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-distribution-list
    READ Distribution-List
      AT END
        SET end-of-distribution-list TO TRUE
      NOT AT END
        IF dl-report-name NOT = SPACES AND dl-team NOT = SPACES
          IF distribution-count >= 500
            SET distribution-overflowed TO TRUE
          ELSE
            ADD 1 TO distribution-count
            SET DT-INDEX TO distribution-count
            MOVE FUNCTION UPPER-CASE(dl-report-name)
              TO dt-report-name(DT-INDEX)
            MOVE FUNCTION UPPER-CASE(dl-team) TO dt-team(DT-INDEX)
            MOVE dl-recipient TO dt-recipient(DT-INDEX)
            IF dl-copies IS NUMERIC AND dl-copies > ZERO
              MOVE dl-copies TO dt-copies(DT-INDEX)
            ELSE
              MOVE 1 TO dt-copies(DT-INDEX)
            END-IF
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE Distribution-List.

Load-Character-Teams.
  OPEN INPUT CharacterSheet
  IF characters-missing
    CLOSE CharacterSheet
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO short-name
  START CharacterSheet KEY >= short-name
    INVALID KEY
      SET end-of-file TO TRUE
  END-START
  PERFORM UNTIL end-of-file
    READ CharacterSheet NEXT RECORD
      AT END
        SET end-of-file TO TRUE
      NOT AT END
        IF character-team-count < 2000
          ADD 1 TO character-team-count
          SET CT-INDEX TO character-team-count
          MOVE long-name TO ct-long-name(CT-INDEX)
          IF teammate
            MOVE HOME-SIDE-TEAM TO ct-team(CT-INDEX)
          ELSE
            MOVE team TO ct-team(CT-INDEX)
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE CharacterSheet.

Burst-One-Report.
  MOVE ZERO TO report-listed-flag
  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > distribution-count
    IF dt-report-name(DT-INDEX) = br-report-name(BR-INDEX)
      SET report-is-listed TO TRUE
    END-IF
  END-PERFORM
  IF NOT report-is-listed
    EXIT PARAGRAPH
  END-IF

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE br-print-file(BR-INDEX) TO league-print-file-name
  MOVE ZERO TO league-print-status
  OPEN INPUT League-Print
  IF league-print-missing
    CLOSE League-Print
    MOVE SPACES TO print-line
    STRING br-report-name(BR-INDEX) " NOT BURST: "
      FUNCTION TRIM(league-print-file-name) " NOT FOUND"
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    EXIT PARAGRAPH
  END-IF
  ADD 1 TO reports-burst
  MOVE SPACES TO print-line
  STRING br-report-name(BR-INDEX) " FROM "
    FUNCTION TRIM(league-print-file-name)
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line

  PERFORM Route-Report-Lines
  CLOSE League-Print

  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > distribution-count
    MOVE ZERO TO dt-burst-flag(DT-INDEX)
  END-PERFORM
  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > distribution-count
    IF dt-report-name(DT-INDEX) = br-report-name(BR-INDEX)
        AND NOT dt-team-burst(DT-INDEX)
      PERFORM Write-Team-File
    END-IF
  END-PERFORM.

Route-Report-Lines.
  MOVE SPACES TO route-team report-title column-heading-text
  MOVE ZERO TO heading-skip-flag block-hold-count
  COMPUTE marker-length =
    FUNCTION LENGTH(FUNCTION TRIM(br-marker(BR-INDEX) TRAILING))
  OPEN OUTPUT Burst-Work
  PERFORM UNTIL end-of-league-print
    READ League-Print
      AT END
        SET end-of-league-print TO TRUE
      NOT AT END
        PERFORM Route-One-Line
    END-READ
  END-PERFORM
  CLOSE Burst-Work.

Route-One-Line.
  IF skip-column-heading
    MOVE ZERO TO heading-skip-flag
    IF column-heading-text = SPACES
      MOVE league-print-line TO column-heading-text
    END-IF
    EXIT PARAGRAPH
  END-IF
  IF league-print-line(31:7) = " DATE: "
      AND league-print-line(46:7) = " PAGE: "
    IF report-title = SPACES
      MOVE league-print-line(1:30) TO report-title
    END-IF
    SET skip-column-heading TO TRUE
    EXIT PARAGRAPH
  END-IF

  EVALUATE TRUE
    WHEN br-section-rule(BR-INDEX)
      PERFORM Route-Section-Line
    WHEN br-block-rule(BR-INDEX)
      PERFORM Route-Block-Line
    WHEN br-character-rule(BR-INDEX)
      PERFORM Route-Character-Line
  END-EVALUATE.

Route-Section-Line.
  IF league-print-line(1:marker-length)
      = br-marker(BR-INDEX)(1:marker-length)
    MOVE league-print-line(br-marker-col(BR-INDEX):20) TO route-team
  END-IF
  IF br-end-marker(BR-INDEX) NOT = SPACES
      AND league-print-line(1:20) = br-end-marker(BR-INDEX)
    MOVE SPACES TO route-team
  END-IF
  IF route-team NOT = SPACES
    MOVE league-print-line TO bw-line
    PERFORM Write-Routed-Line
  END-IF.

Route-Block-Line.
  IF league-print-line(1:5) = br-end-marker(BR-INDEX)(1:5)
    MOVE SPACES TO route-team
    MOVE ZERO TO block-hold-count
    EXIT PARAGRAPH
  END-IF
  IF league-print-line(1:5) = "-----"
    MOVE SPACES TO route-team
    MOVE ZERO TO block-hold-count
  END-IF
  IF league-print-line(1:marker-length)
      = br-marker(BR-INDEX)(1:marker-length)
    MOVE league-print-line(br-marker-col(BR-INDEX):20) TO route-team
    PERFORM VARYING block-scan FROM 1 BY 1
        UNTIL block-scan > block-hold-count
      MOVE block-hold-line(block-scan) TO bw-line
      PERFORM Write-Routed-Line
    END-PERFORM
    MOVE ZERO TO block-hold-count
  END-IF
  IF route-team NOT = SPACES
    MOVE league-print-line TO bw-line
    PERFORM Write-Routed-Line
  ELSE
    IF block-hold-count < 10
      ADD 1 TO block-hold-count
      MOVE league-print-line TO block-hold-line(block-hold-count)
    END-IF
  END-IF.

Route-Character-Line.
  MOVE ZERO TO ct-found
  PERFORM VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX > character-team-count OR ct-character-was-found
    IF ct-long-name(CT-INDEX) = league-print-line(1:21)
      SET ct-character-was-found TO TRUE
    END-IF
  END-PERFORM
  IF ct-character-was-found
    SET CT-INDEX DOWN BY 1
    MOVE ct-team(CT-INDEX) TO route-team
    MOVE league-print-line TO bw-line
    PERFORM Write-Routed-Line
  END-IF.

Write-Routed-Line.
  MOVE route-team TO bw-team
  WRITE Burst-Work-Record
  ADD 1 TO lines-routed.

Write-Team-File.
  MOVE FUNCTION LOWER-CASE(dt-team(DT-INDEX)) TO team-slug
  MOVE FUNCTION LENGTH(FUNCTION TRIM(team-slug)) TO team-slug-length
  INSPECT team-slug(1:team-slug-length) REPLACING ALL SPACE BY "-"
  INSPECT team-slug(1:team-slug-length) REPLACING ALL "/" BY "-"
  MOVE SPACES TO burst-folder-name
  STRING BURST-FOLDER "/" team-slug(1:team-slug-length)
    DELIMITED BY SIZE INTO burst-folder-name
  CALL "CBL_CREATE_DIR" USING burst-folder-name
  MOVE SPACES TO burst-output-file-name
  STRING FUNCTION TRIM(burst-folder-name) "/"
    FUNCTION TRIM(br-file-slug(BR-INDEX)) ".prt"
    DELIMITED BY SIZE INTO burst-output-file-name

  MOVE ZERO TO team-line-count team-page-count
  MOVE BURST-PAGE-LIMIT TO team-page-lines
  OPEN OUTPUT Burst-Output
  IF burst-output-status NOT = ZERO
    MOVE SPACES TO print-line
    STRING "  " dt-team(DT-INDEX) " CANNOT WRITE "
      FUNCTION TRIM(burst-output-file-name)
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    PERFORM Mark-Team-Burst
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO burst-work-status
  OPEN INPUT Burst-Work
  PERFORM UNTIL end-of-burst-work
    READ Burst-Work
      AT END
        SET end-of-burst-work TO TRUE
      NOT AT END
        IF bw-team = dt-team(DT-INDEX)
          PERFORM Write-Team-Line
        END-IF
    END-READ
  END-PERFORM
  CLOSE Burst-Work
  IF team-line-count = ZERO
    MOVE "NOTHING FOR THIS TEAM IN THIS REPORT." TO bw-line
    PERFORM Write-Team-Line
    MOVE ZERO TO team-line-count
  END-IF
  CLOSE Burst-Output
  ADD 1 TO files-written
  PERFORM Mark-Team-Burst.

Write-Team-Line.
  IF team-page-lines >= BURST-PAGE-LIMIT
    ADD 1 TO team-page-count
    MOVE team-page-count TO page-edit
    MOVE SPACES TO burst-output-line
    STRING report-title " TEAM: " dt-team(DT-INDEX)
      " PAGE: " page-edit DELIMITED BY SIZE INTO burst-output-line
    WRITE burst-output-line
    MOVE 1 TO team-page-lines
    IF column-heading-text NOT = SPACES
      MOVE column-heading-text TO burst-output-line
      WRITE burst-output-line
      ADD 1 TO team-page-lines
    END-IF
  END-IF
  MOVE bw-line TO burst-output-line
  WRITE burst-output-line
  ADD 1 TO team-page-lines team-line-count.

Mark-Team-Burst.
  PERFORM VARYING scan-index FROM 1 BY 1
      UNTIL scan-index > distribution-count
    IF dt-report-name(scan-index) = br-report-name(BR-INDEX)
        AND dt-team(scan-index) = dt-team(DT-INDEX)
      MOVE 1 TO dt-burst-flag(scan-index)
      ADD 1 TO manifest-rows
      MOVE team-page-count TO page-edit
      MOVE team-line-count TO line-edit
      MOVE dt-copies(scan-index) TO copies-edit
      MOVE SPACES TO print-line
      STRING "  " dt-team(scan-index) " " dt-recipient(scan-index)
        " " copies-edit " " page-edit " " line-edit
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
      MOVE SPACES TO print-line
      STRING "      -> " FUNCTION TRIM(burst-output-file-name)
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
    END-IF
  END-PERFORM.

Note-Unlisted-Reports.
  PERFORM VARYING DT-INDEX FROM 1 BY 1
      UNTIL DT-INDEX > distribution-count
    MOVE ZERO TO report-listed-flag
    PERFORM VARYING BR-INDEX FROM 1 BY 1
        UNTIL BR-INDEX > burst-report-count
      IF dt-report-name(DT-INDEX) = br-report-name(BR-INDEX)
        SET report-is-listed TO TRUE
      END-IF
    END-PERFORM
    IF NOT report-is-listed
      MOVE SPACES TO print-line
      STRING dt-report-name(DT-INDEX) " FOR " dt-team(DT-INDEX)
        " NOT BURST: NOT A TEAM REPORT; SINGLE OUTPUT KEPT"
        DELIMITED BY SIZE INTO print-line
      PERFORM Write-Print-Line
    END-IF
  END-PERFORM.

Print-Column-Headings.
  MOVE "  TEAM                 RECIPIENT                      COPIES PAGES  LINES"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "REPORT-BURST".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
