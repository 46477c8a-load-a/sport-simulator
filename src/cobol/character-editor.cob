  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS cu-short-name
  FILE STATUS IS checkout-status.

  SELECT Dead-Money ASSIGN TO "data/dead-money.dat"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS dm-dead-money-key
  FILE STATUS IS dead-money-status.

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

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD Dead-Money
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Dead-Money-Record.

  COPY "src/copy/file-description/dead-money-record.cpy".

WORKING-STORAGE SECTION.
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".

  01 gender-vocab-count PIC 99 VALUE ZERO.
  01 Gender-Vocab-Table.
  01 team-cap-total PIC 9(7).
  01 cap-room-flag PIC 9 VALUE ZERO.
    88 team-over-cap VALUE 1.
  01 dead-money-status PIC 99.
    88 end-of-dead-money VALUE 10.
    88 dead-money-missing VALUE 35.

  01 File-Status    PIC 99.
    88 end-of-file  VALUE 10.
  01 template-export-status PIC 99.

  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 friend-list-status PIC 99.
    88 end-of-friend-list VALUE 10.
  PERFORM Initialize-Vocab-Tables.

  Main-Logic.
    PERFORM Load-Operator-Id
    MOVE operator-id TO checkout-operator
    PERFORM Main-Loop UNTIL ui-denied
    PERFORM Release-Character-Checkout.
  GOBACK.

  Main-Loop.
    ELSE
      DISPLAY "CANNOT CREATE INVALID CHARACTER: " ui-answer
    END-IF
    PERFORM Release-Character-Checkout

    MOVE "CREATE ANOTHER CHARACTER" TO ui-prompt
    PERFORM UI-Confirm
    ELSE
      DISPLAY "CANNOT EDIT INVALID CHARACTER: " ui-answer
    END-IF
    PERFORM Release-Character-Checkout

    MOVE "EDIT ANOTHER CHARACTER" TO ui-prompt
    PERFORM UI-Confirm
    IF ui-confirmed
      MOVE previous-character-record TO character-record

      PERFORM Claim-Character-Checkout
      IF NOT checkout-claim-denied
        OPEN I-O Character-Sheet
          PERFORM Check-Character-Sheet-Status
          REWRITE character-record
              DISPLAY "INVARIANT VIOLATION: TRIED TO REVERT INVALID KEY."
          END-REWRITE
        CLOSE Character-Sheet

        MOVE "REVERT" TO audit-action
        MOVE "RECORD" TO audit-field
        PERFORM UI-Confirm

        IF ui-confirmed
          PERFORM Claim-Character-Checkout
          IF NOT checkout-claim-denied
            OPEN I-O Character-Sheet
              PERFORM Check-Character-Sheet-Status
              SET character-archived TO TRUE
                INVALID KEY DISPLAY "INVARIANT VIOLATION: TRIED TO ARCHIVE INVALID KEY."
              END-REWRITE
            CLOSE Character-Sheet

            MOVE "ARCHIVE" TO audit-action
            MOVE "RECORD" TO audit-field
    ELSE
      DISPLAY "CANNOT DELETE INVALID CHARACTER: " ui-answer
    END-IF
    PERFORM Release-Character-Checkout

    MOVE "DELETE ANOTHER CHARACTER" TO ui-prompt
    PERFORM UI-Confirm
    ELSE
      DISPLAY "CANNOT RENAME INVALID CHARACTER: " ui-answer
    END-IF
    PERFORM Release-Character-Checkout

    MOVE "RENAME ANOTHER CHARACTER" TO ui-prompt
    PERFORM UI-Confirm
      EXIT PARAGRAPH
    END-IF

    PERFORM Claim-Character-Checkout
    IF checkout-claim-denied
      EXIT PARAGRAPH
    END-IF

          SET rename-succeeded TO TRUE
      END-WRITE
    CLOSE Character-Sheet

    IF rename-succeeded
      MOVE rename-new-key TO short-name
      EXIT PARAGRAPH
    END-IF

    PERFORM Acquire-Exclusive-Characters-Hold
    IF characters-lock-denied
      EXIT PARAGRAPH
    END-IF
      MOVE 50 TO popularity
    END-IF

    PERFORM Claim-Character-Checkout
    IF checkout-claim-denied
      EXIT PARAGRAPH
    END-IF

        REWRITE character-record
      END-WRITE
    CLOSE Character-Sheet

    IF create-mode
      MOVE "WRITE" TO cj-action
    END-START
    CLOSE Character-Sheet

    OPEN INPUT Dead-Money
    IF NOT dead-money-missing
      MOVE LOW-VALUES TO dm-dead-money-key
      MOVE cap-check-team TO dm-team
      START Dead-Money KEY >= dm-dead-money-key
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          PERFORM UNTIL end-of-dead-money
            READ Dead-Money NEXT RECORD
              AT END
                SET end-of-dead-money TO TRUE
              NOT AT END
                IF dm-team NOT = cap-check-team
                  SET end-of-dead-money TO TRUE
                ELSE
                  IF dead-money-open
                    ADD dm-cap-charge TO team-cap-total
                  END-IF
                END-IF
            END-READ
          END-PERFORM
      END-START
    END-IF
    CLOSE Dead-Money
    MOVE ZERO TO dead-money-status

    MOVE cap-check-hold TO character-record
    IF team-cap-total > LEAGUE-SALARY-CAP
      SET team-over-cap TO TRUE
      EXIT PARAGRAPH
    END-IF

    PERFORM Release-Character-Checkout

    OPEN INPUT Character-Sheet
      PERFORM Check-Character-Sheet-Status
      MOVE ui-answer TO short-name
      READ Character-Sheet KEY IS short-name
          SET existing-character TO TRUE
      END-READ
    CLOSE Character-Sheet

    PERFORM Claim-Character-Checkout
    IF checkout-claim-denied
      SET invalid-character TO TRUE
    END-IF.

  Validate-Type.
    PERFORM UI-Normalize-Response
  COPY "src/copy/procedure/characters-lock-guard.cpy"
    REPLACING PROGRAM-TAG BY "CHARACTER-EDITOR".

  COPY "src/copy/procedure/character-checkout.cpy"
    REPLACING PROGRAM-TAG BY "CHARACTER-EDITOR".

TABLE-SECTION.
  Initialize-Table.
    MOVE "NAME"           TO field-label    (1)
