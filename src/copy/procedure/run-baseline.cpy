Load-Run-Baseline.
    MOVE ZERO TO baseline-sample-count baseline-elapsed
      baseline-processed
    IF baseline-window = ZERO OR baseline-window > 20
      MOVE 10 TO baseline-window
    END-IF
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
          IF rh-program = baseline-tag
              AND rh-status = "COMPLETE"
              AND rh-start-date IS NUMERIC
              AND rh-start-date > ZERO
            PERFORM Keep-Baseline-Sample
          END-IF
      END-READ
    END-PERFORM
    CLOSE Run-History
    PERFORM Average-Baseline-Samples.

Keep-Baseline-Sample.
    PERFORM Compute-Run-Elapsed
    IF baseline-sample-count >= baseline-window
      PERFORM VARYING BS-INDEX FROM 1 BY 1
          UNTIL BS-INDEX >= baseline-sample-count
        MOVE Baseline-Sample(BS-INDEX + 1)
          TO Baseline-Sample(BS-INDEX)
      END-PERFORM
    ELSE
      ADD 1 TO baseline-sample-count
    END-IF
    SET BS-INDEX TO baseline-sample-count
    MOVE rh-end-date TO bs-end-date(BS-INDEX)
    MOVE rh-start-time TO bs-start-time(BS-INDEX)
    MOVE run-elapsed-seconds TO bs-elapsed(BS-INDEX)
    MOVE rh-processed TO bs-processed(BS-INDEX).

Compute-Run-Elapsed.
    COMPUTE elapsed-day-count =
      FUNCTION INTEGER-OF-DATE(rh-end-date)
      - FUNCTION INTEGER-OF-DATE(rh-start-date)
    MOVE rh-start-time TO elapsed-clock
    COMPUTE elapsed-start-seconds =
      elapsed-hh * 3600 + elapsed-mm * 60 + elapsed-ss
    MOVE rh-end-time TO elapsed-clock
    COMPUTE elapsed-end-seconds =
      elapsed-hh * 3600 + elapsed-mm * 60 + elapsed-ss
    IF elapsed-day-count < ZERO
      MOVE ZERO TO run-elapsed-seconds
    ELSE
      COMPUTE run-elapsed-seconds = elapsed-day-count * 86400
        + elapsed-end-seconds - elapsed-start-seconds
    END-IF.

Average-Baseline-Samples.
    MOVE ZERO TO baseline-elapsed-total baseline-processed-total
    IF baseline-sample-count = ZERO
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BS-INDEX FROM 1 BY 1
        UNTIL BS-INDEX > baseline-sample-count
      ADD bs-elapsed(BS-INDEX) TO baseline-elapsed-total
      ADD bs-processed(BS-INDEX) TO baseline-processed-total
    END-PERFORM
    COMPUTE baseline-elapsed ROUNDED =
      baseline-elapsed-total / baseline-sample-count
    COMPUTE baseline-processed ROUNDED =
      baseline-processed-total / baseline-sample-count.
