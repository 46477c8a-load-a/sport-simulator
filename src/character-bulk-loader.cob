    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 error-log-status PIC 99.

  PERFORM Capture-Run-Start
  OPEN INPUT Character-Input

  PERFORM Acquire-Exclusive-Characters-Hold
  IF characters-lock-denied
    CLOSE Character-Input
    MOVE "ABORTED" TO run-completion-status
