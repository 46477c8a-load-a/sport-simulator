  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS cu-short-name
  FILE STATUS IS checkout-status.

DATA DIVISION.
FILE SECTION.
FD Character-Sheet.
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Character-Audit.
  COPY "src/copy/file-description/character-audit-record.cpy".

  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 gender-vocab-count PIC 99 VALUE ZERO.
  01 Gender-Vocab-Table.
  01 template-export-status PIC 99.

  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
  PERFORM Initialize-Table.
      PERFORM Select-Field UNTIL denied
      PERFORM Try-Save-Character
    WHEN 4
      MOVE ZERO TO checkout-found-flag
      PERFORM Acquire-Characters-Lock
      IF NOT characters-lock-denied
        PERFORM Check-Character-Checkout
      END-IF
      IF character-checked-out
        PERFORM Release-Characters-Lock
      END-IF
      IF NOT characters-lock-denied AND NOT character-checked-out
        OPEN I-O Character-Sheet
          PERFORM Check-Character-Sheet-Status
          DELETE Character-Sheet
    IF characters-lock-denied
      EXIT PARAGRAPH
    END-IF
    PERFORM Check-Character-Checkout
    IF character-checked-out
      PERFORM Release-Characters-Lock
      EXIT PARAGRAPH
    END-IF

    OPEN I-O Character-Sheet
      PERFORM Check-Character-Sheet-Status
        NOT INVALID KEY
          SET edit-delete-mode TO TRUE
          DISPLAY FUNCTION TRIM(short-name) " IS ALREADY IN RECORD"
          PERFORM Check-Character-Checkout
          IF character-checked-out
            SET invalid-key TO TRUE
          END-IF
      END-READ
    CLOSE Character-Sheet
    PERFORM Release-Characters-Lock.
