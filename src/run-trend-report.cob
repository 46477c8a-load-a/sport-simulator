IDENTIFICATION DIVISION.
PROGRAM-ID. Run-Trend-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/run-trend.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

DATA DIVISION.
FILE SECTION.
FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/run-baseline-data.cpy".

  01 run-history-status PIC 99.
    88 end-of-run-history VALUE 10.
    88 run-history-missing VALUE 35.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.
  01 error-log-status PIC 99.

  78 DEFAULT-TREND-WINDOW VALUE 10.
  78 OVERRUN-PERCENT VALUE 150.
  78 OVERRUN-MINIMUM-SECONDS VALUE 60.
  78 LOW-VOLUME-PERCENT VALUE 50.
  78 MINIMUM-SAMPLES-TO-FLAG VALUE 3.

  01 Program-Tag-Table.
    02 Program-Tag-Entry OCCURS 80 TIMES INDEXED BY PT-INDEX.
      03 pt-program PIC X(20).
  01 program-tag-count PIC 9(3) VALUE ZERO.
  01 program-tag-found PIC 9 VALUE ZERO.
    88 program-tag-on-table VALUE 1.
  01 pt-scan PIC 9(3).

  01 others-elapsed PIC 9(6).
  01 others-processed PIC 9(5).
  01 run-flag-text PIC X(22).
  01 elapsed-edit PIC ZZZZZ9.
  01 baseline-edit PIC ZZZZZ9.
  01 processed-edit PIC ZZZZ9.
  01 flagged-run-count PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Main-logic.
  MOVE ZERO TO program-tag-count flagged-run-count
  PERFORM Load-Trend-Window
  PERFORM Collect-Program-Tags
  IF program-tag-count = ZERO
    DISPLAY "NO RUN HISTORY ON FILE."
    GOBACK
  END-IF

  MOVE "BATCH ELAPSED-TIME TREND" TO ph-title
  MOVE FUNCTION CURRENT-DATE(1:8) TO ph-date
  PERFORM Start-Print-Report
  DISPLAY "=== BATCH ELAPSED-TIME TREND (LAST " baseline-window
    " COMPLETE RUNS) ==="

  PERFORM VARYING pt-scan FROM 1 BY 1
      UNTIL pt-scan > program-tag-count
    MOVE pt-program(pt-scan) TO baseline-tag
    PERFORM Load-Run-Baseline
    IF baseline-sample-count > ZERO
      PERFORM Print-Program-Trend
    END-IF
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING flagged-run-count " RUN(S) FLAGGED AGAINST BASELINE"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print

  DISPLAY flagged-run-count " RUN(S) FLAGGED AGAINST BASELINE"
  DISPLAY "WROTE TREND REPORT TO data/run-trend.prt"
GOBACK.

Load-Trend-Window.
  MOVE DEFAULT-TREND-WINDOW TO baseline-window
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "RUN-TREND"
                AND rc-filter(1:2) IS NUMERIC
              MOVE rc-filter(1:2) TO baseline-window
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control
  IF baseline-window = ZERO OR baseline-window > 20
    MOVE DEFAULT-TREND-WINDOW TO baseline-window
  END-IF.

Collect-Program-Tags.
  MOVE ZERO TO run-history-status
  OPEN INPUT Run-History
  IF run-history-missing
    CLOSE Run-History
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-run-history
    READ Run-History
      AT END
        SET end-of-run-history TO TRUE
      NOT AT END
        PERFORM Note-Program-Tag
    END-READ
  END-PERFORM
  CLOSE Run-History.

Note-Program-Tag.
  MOVE ZERO TO program-tag-found
  PERFORM VARYING PT-INDEX FROM 1 BY 1
      UNTIL PT-INDEX > program-tag-count OR program-tag-on-table
    IF pt-program(PT-INDEX) = rh-program
      SET program-tag-on-table TO TRUE
    END-IF
  END-PERFORM
  IF NOT program-tag-on-table AND program-tag-count < 80
    ADD 1 TO program-tag-count
    SET PT-INDEX TO program-tag-count
    MOVE rh-program TO pt-program(PT-INDEX)
  END-IF.

Print-Program-Trend.
  MOVE baseline-elapsed TO baseline-edit
  MOVE baseline-processed TO processed-edit
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING baseline-tag " BASELINE " baseline-edit " SEC, "
    processed-edit " REC OVER " baseline-sample-count " RUN(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  DISPLAY SPACES
  DISPLAY baseline-tag " BASELINE " baseline-edit " SEC, "
    processed-edit " REC OVER " baseline-sample-count " RUN(S)"

  PERFORM VARYING BS-INDEX FROM 1 BY 1
      UNTIL BS-INDEX > baseline-sample-count
    PERFORM Judge-One-Sample
    MOVE bs-elapsed(BS-INDEX) TO elapsed-edit
    MOVE bs-processed(BS-INDEX) TO processed-edit
    MOVE SPACES TO print-line
    STRING "  " bs-end-date(BS-INDEX) " " bs-start-time(BS-INDEX)
      " " elapsed-edit " SEC " processed-edit " REC  "
      run-flag-text
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
    IF run-flag-text NOT = SPACES
      DISPLAY "  " bs-end-date(BS-INDEX) " " bs-start-time(BS-INDEX)
        " " elapsed-edit " SEC " processed-edit " REC  "
        FUNCTION TRIM(run-flag-text)
    END-IF
  END-PERFORM.

Judge-One-Sample.
  MOVE SPACES TO run-flag-text
  IF baseline-sample-count < MINIMUM-SAMPLES-TO-FLAG
    EXIT PARAGRAPH
  END-IF
  COMPUTE others-elapsed ROUNDED =
    (baseline-elapsed-total - bs-elapsed(BS-INDEX))
    / (baseline-sample-count - 1)
  COMPUTE others-processed ROUNDED =
    (baseline-processed-total - bs-processed(BS-INDEX))
    / (baseline-sample-count - 1)

  IF bs-elapsed(BS-INDEX) * 100 > others-elapsed * OVERRUN-PERCENT
      AND bs-elapsed(BS-INDEX) - others-elapsed
        >= OVERRUN-MINIMUM-SECONDS
    MOVE "*OVERRUN*" TO run-flag-text
  END-IF
  IF others-processed > ZERO
      AND bs-processed(BS-INDEX) * 100
        < others-processed * LOW-VOLUME-PERCENT
    MOVE "*LOW VOLUME*" TO run-flag-text(11:)
  END-IF
  IF run-flag-text NOT = SPACES
    ADD 1 TO flagged-run-count
  END-IF.

Print-Column-Headings.
  MOVE "  END DATE START  ELAPSED     RECORDS  FLAG" TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

RUN-BASELINE-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-baseline.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

PRINT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/report-print-writer.cpy".
