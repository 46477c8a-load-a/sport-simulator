01 baseline-tag PIC X(20).
01 baseline-window PIC 99 VALUE 10.
01 Baseline-Sample-Table.
  02 Baseline-Sample OCCURS 20 TIMES INDEXED BY BS-INDEX.
    03 bs-end-date   PIC 9(8).
    03 bs-start-time PIC 9(6).
    03 bs-elapsed    PIC 9(6).
    03 bs-processed  PIC 9(5).
01 baseline-sample-count PIC 99 VALUE ZERO.
01 baseline-elapsed   PIC 9(6) VALUE ZERO.
01 baseline-processed PIC 9(5) VALUE ZERO.
01 baseline-elapsed-total   PIC 9(8).
01 baseline-processed-total PIC 9(7).
01 run-elapsed-seconds PIC 9(6).
01 elapsed-day-count PIC S9(5).
01 elapsed-clock.
  02 elapsed-hh PIC 99.
  02 elapsed-mm PIC 99.
  02 elapsed-ss PIC 99.
01 elapsed-start-seconds PIC 9(5).
01 elapsed-end-seconds   PIC 9(5).
