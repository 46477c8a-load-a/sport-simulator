    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Report-Control ASSIGN TO "data/report-control.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-control-status.

  SELECT Report-Print ASSIGN TO "data/night-run-summary.prt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS report-print-status.
    02 ns-history-tag PIC X(20).
    02 FILLER PIC X VALUE SPACE.
    02 ns-predecessor-tag PIC X(20).
    02 FILLER PIC X VALUE SPACE.
    02 ns-continue-through PIC XX.
    02 FILLER PIC X VALUE SPACE.
    02 ns-failure-action PIC X(8).

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Report-Control.
  COPY "src/copy/file-description/report-control-record.cpy".

FD Report-Print.
  01 print-line PIC X(80).


WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/report-print-data.cpy".
  COPY "src/copy/working-storage/run-baseline-data.cpy".

  01 night-schedule-status PIC 99.
    88 end-of-night-schedule VALUE 10.
    88 end-of-run-history VALUE 10.
    88 run-history-missing VALUE 35.
  01 error-log-status PIC 99.
  01 report-control-status PIC 99.
    88 end-of-report-control VALUE 10.
    88 report-control-missing VALUE 35.

  78 DEFAULT-WINDOW-END VALUE 060000.
  78 DEFAULT-CONTINUE-THROUGH VALUE 4.
  78 CALL-FAILURE-CODE VALUE 16.
  01 window-end-time PIC 9(6).
  01 window-now-time PIC 9(6).
  01 window-now-seconds PIC 9(5).
  01 window-end-seconds PIC 9(5).
  01 window-remaining-seconds PIC 9(5).
  01 overrun-warning-count PIC 9(2) VALUE ZERO.

  01 Night-Job-Table.
    02 Night-Job-Entry OCCURS 20 TIMES INDEXED BY NJ-INDEX.
      03 nj-history-tag PIC X(20).
      03 nj-predecessor-tag PIC X(20).
      03 nj-result PIC X(14).
      03 nj-overrun-risk PIC 9.
        88 nj-may-overrun VALUE 1.
      03 nj-continue-through PIC 99.
      03 nj-failure-action PIC X(8).
        88 nj-continue-on-failure VALUE "CONTINUE".
        88 nj-skip-on-failure     VALUE "SKIP".
        88 nj-halt-on-failure     VALUE "HALT".
      03 nj-code PIC 99.
      03 nj-code-flag PIC 9.
        88 nj-code-known VALUE 1.
      03 nj-action PIC X(15).
      03 nj-outcome PIC X.
        88 nj-not-run        VALUE SPACE.
        88 nj-succeeded      VALUE "S".
        88 nj-failed-onward  VALUE "C".
        88 nj-blocks-dependants VALUE "K".
  01 night-job-count PIC 9(2) VALUE ZERO.
  01 nj-run PIC 9(2).

  01 tonight-date PIC 9(8).
  01 scan-tag PIC X(20).
  01 scan-last-status PIC X(8).
  01 scan-last-code PIC 99.
  01 scan-found-flag PIC 9.
    88 scan-entry-found VALUE 1.
  01 chain-halted-flag PIC 9 VALUE ZERO.
    88 call-failed VALUE 1.
  01 jobs-run-count PIC 9(2) VALUE ZERO.
  01 jobs-skipped-count PIC 9(2) VALUE ZERO.
  01 jobs-failed-count PIC 9(2) VALUE ZERO.
  01 predecessor-row PIC 9(2).
  01 code-edit PIC Z9.

PROCEDURE DIVISION.
Main-logic.
  DISPLAY "=== NIGHT RUN SCHEDULER (" tonight-date ") ==="

  PERFORM Load-Night-Schedule
  PERFORM Load-Night-Window
  IF night-job-count = ZERO
    DISPLAY "NO SCHEDULE ON data/night-schedule.dat;"
      " NOTHING TO RUN."

  PERFORM Print-Night-Summary
  DISPLAY "NIGHT RUN COMPLETE: " jobs-run-count " RUN, "
    jobs-skipped-count " SKIPPED, " jobs-failed-count " FAILED"
  IF chain-halted
    DISPLAY "*** THE CHAIN WAS HALTED BEFORE THE END;"
      " SEE THE SUMMARY ***"
          MOVE ns-history-tag TO nj-history-tag(NJ-INDEX)
          MOVE ns-predecessor-tag
            TO nj-predecessor-tag(NJ-INDEX)
          MOVE SPACES TO nj-result(NJ-INDEX) nj-action(NJ-INDEX)
          MOVE ZERO TO nj-overrun-risk(NJ-INDEX) nj-code(NJ-INDEX)
          MOVE ZERO TO nj-code-flag(NJ-INDEX)
          SET nj-not-run(NJ-INDEX) TO TRUE
          IF ns-continue-through IS NUMERIC
            MOVE ns-continue-through TO nj-continue-through(NJ-INDEX)
          ELSE
            MOVE DEFAULT-CONTINUE-THROUGH
              TO nj-continue-through(NJ-INDEX)
          END-IF
          MOVE FUNCTION UPPER-CASE(ns-failure-action)
            TO nj-failure-action(NJ-INDEX)
          IF NOT nj-continue-on-failure(NJ-INDEX)
              AND NOT nj-skip-on-failure(NJ-INDEX)
            SET nj-halt-on-failure(NJ-INDEX) TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
Run-One-Night-Job.
  MOVE nj-history-tag(nj-run) TO scan-tag
  PERFORM Scan-Run-History-For-Tag
  IF scan-entry-found
      AND scan-last-code <= nj-continue-through(nj-run)
    MOVE "SKIPPED(DONE)" TO nj-result(nj-run)
    MOVE scan-last-code TO nj-code(nj-run)
    SET nj-code-known(nj-run) TO TRUE
    MOVE "CONTINUE" TO nj-action(nj-run)
    SET nj-succeeded(nj-run) TO TRUE
    ADD 1 TO jobs-skipped-count
    DISPLAY FUNCTION TRIM(nj-call-name(nj-run))
      " ALREADY COMPLETE TODAY; SKIPPED."
  END-IF

  IF nj-predecessor-tag(nj-run) NOT = SPACES
    PERFORM Find-Predecessor-Job
    IF predecessor-row NOT = ZERO
      IF nj-blocks-dependants(predecessor-row)
        MOVE "SKIPPED(DEP)" TO nj-result(nj-run)
        MOVE "SKIP DEPENDANTS" TO nj-action(nj-run)
        SET nj-blocks-dependants(nj-run) TO TRUE
        ADD 1 TO jobs-skipped-count
        DISPLAY "SKIPPING " FUNCTION TRIM(nj-call-name(nj-run))
          ": PREDECESSOR "
          FUNCTION TRIM(nj-predecessor-tag(nj-run)) " FAILED."
        EXIT PARAGRAPH
      END-IF
    ELSE
      MOVE nj-predecessor-tag(nj-run) TO scan-tag
      PERFORM Scan-Run-History-For-Tag
      IF NOT scan-entry-found
          OR scan-last-code > DEFAULT-CONTINUE-THROUGH
        MOVE "HELD(PRED)" TO nj-result(nj-run)
        MOVE "HALT NIGHT" TO nj-action(nj-run)
        SET chain-halted TO TRUE
        DISPLAY "HALTING: PREDECESSOR "
          FUNCTION TRIM(nj-predecessor-tag(nj-run))
          " DID NOT COMPLETE TODAY."
        EXIT PARAGRAPH
      END-IF
    END-IF
  END-IF

  PERFORM Check-Night-Window
  DISPLAY "RUNNING " FUNCTION TRIM(nj-call-name(nj-run)) "..."
  MOVE ZERO TO call-failed-flag
  CALL nj-call-name(nj-run)
      SET call-failed TO TRUE
  END-CALL

  SET nj-code-known(nj-run) TO TRUE
  IF call-failed
    MOVE "CALL FAILED" TO nj-result(nj-run)
    MOVE CALL-FAILURE-CODE TO nj-code(nj-run)
    DISPLAY "COULD NOT CALL " FUNCTION TRIM(nj-call-name(nj-run))
  ELSE
    MOVE nj-history-tag(nj-run) TO scan-tag
    PERFORM Scan-Run-History-For-Tag
    IF scan-entry-found
      MOVE scan-last-status TO nj-result(nj-run)
      MOVE scan-last-code TO nj-code(nj-run)
    ELSE
      MOVE "NO HISTORY" TO nj-result(nj-run)
      MOVE CALL-FAILURE-CODE TO nj-code(nj-run)
    END-IF
  END-IF

  IF nj-code(nj-run) <= nj-continue-through(nj-run)
    MOVE "CONTINUE" TO nj-action(nj-run)
    SET nj-succeeded(nj-run) TO TRUE
    ADD 1 TO jobs-run-count
    EXIT PARAGRAPH
  END-IF

  ADD 1 TO jobs-failed-count
  MOVE nj-code(nj-run) TO code-edit
  EVALUATE TRUE
    WHEN nj-continue-on-failure(nj-run)
      MOVE "CONTINUE" TO nj-action(nj-run)
      SET nj-failed-onward(nj-run) TO TRUE
      DISPLAY FUNCTION TRIM(nj-call-name(nj-run))
        " ENDED WITH CODE " code-edit "; CONTINUING."
    WHEN nj-skip-on-failure(nj-run)
      MOVE "SKIP DEPENDANTS" TO nj-action(nj-run)
      SET nj-blocks-dependants(nj-run) TO TRUE
      DISPLAY FUNCTION TRIM(nj-call-name(nj-run))
        " ENDED WITH CODE " code-edit "; ITS DEPENDANTS WILL BE SKIPPED."
    WHEN OTHER
      MOVE "HALT NIGHT" TO nj-action(nj-run)
      SET nj-blocks-dependants(nj-run) TO TRUE
      SET chain-halted TO TRUE
      DISPLAY "HALTING: " FUNCTION TRIM(nj-call-name(nj-run))
        " ENDED WITH CODE " code-edit "."
  END-EVALUATE.

Find-Predecessor-Job.
  MOVE ZERO TO predecessor-row
  PERFORM VARYING NJ-INDEX FROM 1 BY 1 UNTIL NJ-INDEX >= nj-run
    IF nj-history-tag(NJ-INDEX) = nj-predecessor-tag(nj-run)
        AND NOT nj-not-run(NJ-INDEX)
      SET predecessor-row TO NJ-INDEX
    END-IF
  END-PERFORM.

Load-Night-Window.
  MOVE DEFAULT-WINDOW-END TO window-end-time
  MOVE ZERO TO report-control-status
  OPEN INPUT Report-Control
    IF NOT report-control-missing
      PERFORM UNTIL end-of-report-control
        READ Report-Control
          AT END
            SET end-of-report-control TO TRUE
          NOT AT END
            IF rc-report-name = "NIGHT-WINDOW"
                AND rc-filter(1:6) IS NUMERIC
              MOVE rc-filter(1:6) TO window-end-time
            END-IF
        END-READ
      END-PERFORM
    END-IF
  CLOSE Report-Control.

Check-Night-Window.
  MOVE nj-history-tag(nj-run) TO baseline-tag
  PERFORM Load-Run-Baseline
  IF baseline-sample-count = ZERO
    EXIT PARAGRAPH
  END-IF

  MOVE FUNCTION CURRENT-DATE(9:6) TO window-now-time
  MOVE window-now-time TO elapsed-clock
  COMPUTE window-now-seconds =
    elapsed-hh * 3600 + elapsed-mm * 60 + elapsed-ss
  MOVE window-end-time TO elapsed-clock
  COMPUTE window-end-seconds =
    elapsed-hh * 3600 + elapsed-mm * 60 + elapsed-ss
  IF window-now-seconds > window-end-seconds
    COMPUTE window-remaining-seconds =
      86400 - window-now-seconds + window-end-seconds
  ELSE
    COMPUTE window-remaining-seconds =
      window-end-seconds - window-now-seconds
  END-IF

  IF baseline-elapsed > window-remaining-seconds
    SET nj-may-overrun(nj-run) TO TRUE
    ADD 1 TO overrun-warning-count
    DISPLAY "*** WARNING: " FUNCTION TRIM(nj-call-name(nj-run))
      " USUALLY TAKES " baseline-elapsed " SEC; ONLY "
      window-remaining-seconds " SEC LEFT BEFORE "
      window-end-time " ***"
  END-IF.

Scan-Run-History-For-Tag.
  MOVE ZERO TO scan-found-flag scan-last-code
  MOVE SPACES TO scan-last-status
  OPEN INPUT Run-History
  IF run-history-missing
            AND rh-end-date = tonight-date
          SET scan-entry-found TO TRUE
          MOVE rh-status TO scan-last-status
          PERFORM Derive-History-Code
        END-IF
    END-READ
  END-PERFORM
  CLOSE Run-History.

Derive-History-Code.
  IF rh-completion-code IS NUMERIC
    MOVE rh-completion-code TO scan-last-code
    EXIT PARAGRAPH
  END-IF
  EVALUATE rh-status
    WHEN "COMPLETE"
      MOVE 0 TO scan-last-code
    WHEN "PREVIEW"
      MOVE 4 TO scan-last-code
    WHEN "OUTOFBAL"
      MOVE 8 TO scan-last-code
    WHEN "VERIFAIL"
      MOVE 12 TO scan-last-code
    WHEN OTHER
      MOVE 16 TO scan-last-code
  END-EVALUATE.

Print-Night-Summary.
  MOVE "NIGHT RUN SUMMARY" TO ph-title
  MOVE tonight-date TO ph-date
  PERFORM VARYING NJ-INDEX FROM 1 BY 1
      UNTIL NJ-INDEX > night-job-count
    MOVE SPACES TO print-line
    IF nj-code-known(NJ-INDEX)
      MOVE nj-code(NJ-INDEX) TO code-edit
      STRING nj-call-name(NJ-INDEX) " " code-edit "   "
        nj-result(NJ-INDEX) " " nj-action(NJ-INDEX)
        DELIMITED BY SIZE INTO print-line
    ELSE
      STRING nj-call-name(NJ-INDEX) " --   "
        nj-result(NJ-INDEX) " " nj-action(NJ-INDEX)
        DELIMITED BY SIZE INTO print-line
    END-IF
    IF nj-may-overrun(NJ-INDEX)
      MOVE "*OVERRUN*" TO print-line(70:)
    END-IF
    PERFORM Write-Print-Line
    DISPLAY print-line
  END-PERFORM

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING jobs-run-count " RUN, " jobs-skipped-count
    " SKIPPED, " jobs-failed-count " FAILED OF " night-job-count
    " SCHEDULED"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  IF overrun-warning-count > ZERO
    MOVE SPACES TO print-line
    STRING overrun-warning-count
      " JOB(S) STARTED WITH LESS TIME LEFT THAN THEIR BASELINE"
      DELIMITED BY SIZE INTO print-line
    PERFORM Write-Print-Line
  END-IF
  CLOSE Report-Print
  DISPLAY "WROTE SUMMARY TO data/night-run-summary.prt".

Print-Column-Headings.
  MOVE "JOB                            CODE RESULT         ACTION"
    TO print-line
  WRITE print-line
  ADD 1 TO print-line-count.

RUN-BASELINE-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-baseline.cpy".

FILE-STATUS-MANAGEMENT SECTION.
  COPY "src/copy/procedure/error-log-writer.cpy".

