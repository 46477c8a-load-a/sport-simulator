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
FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Operator-Signon.
  01 signon-line PIC X(10).

  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  01 character-journal-status PIC 99.
      CLOSE Player-Loans
      EXIT PARAGRAPH
  END-READ
  PERFORM Check-Character-Checkout
  IF character-checked-out
    CLOSE CharacterSheet
    PERFORM Release-Characters-Lock
    CLOSE Player-Loans
    EXIT PARAGRAPH
  END-IF

  MOVE character-record TO journal-before-hold
  MOVE team TO moving-from-team
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM Check-Character-Checkout
      IF character-checked-out
        CLOSE CharacterSheet
        PERFORM Release-Characters-Lock
        CLOSE Player-Loans
        EXIT PARAGRAPH
      END-IF
      MOVE character-record TO journal-before-hold
      MOVE team TO moving-from-team
      MOVE pn-home-team TO moving-to-team
