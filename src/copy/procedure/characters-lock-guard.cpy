      WRITE lock-line
      CLOSE Characters-Lock
      MOVE ZERO TO characters-lock-flag
      PERFORM Open-Checkout-View
    END-IF.

Acquire-Exclusive-Characters-Hold.
    PERFORM Acquire-Characters-Lock
    IF characters-lock-denied
      EXIT PARAGRAPH
    END-IF
    PERFORM Count-Live-Checkouts
    IF checkout-live-count > ZERO
      DISPLAY checkout-live-count " CHARACTER(S) CHECKED OUT ("
        FUNCTION TRIM(checkout-first-name) " BY "
        FUNCTION TRIM(checkout-first-holder) "); TRY AGAIN LATER."
      PERFORM Release-Characters-Lock
      SET characters-lock-denied TO TRUE
      EXIT PARAGRAPH
    END-IF

    IF checkout-view-open
      CLOSE Character-Checkouts
      MOVE ZERO TO checkout-view-flag
    END-IF
    PERFORM Set-Checkout-Expiry-Stamp
    MOVE ZERO TO checkout-status
    OPEN I-O Character-Checkouts
    IF checkouts-missing
      OPEN OUTPUT Character-Checkouts
    END-IF
    MOVE EXCLUSIVE-HOLD-KEY TO cu-short-name
    MOVE PROGRAM-TAG TO cu-holder
    MOVE checkout-operator TO cu-operator
    MOVE checkout-now-stamp TO cu-claimed-stamp
    MOVE checkout-expires-stamp TO cu-expires-stamp
    WRITE Character-Checkout-Record
      INVALID KEY
        REWRITE Character-Checkout-Record
    END-WRITE
    CLOSE Character-Checkouts
    SET checkout-exclusive-held TO TRUE
    PERFORM Open-Checkout-View.

Open-Checkout-View.
    MOVE ZERO TO checkout-view-flag checkout-skip-count
    MOVE ZERO TO checkout-status
    OPEN INPUT Character-Checkouts
    IF checkout-status = ZERO
      SET checkout-view-open TO TRUE
    END-IF.

Count-Live-Checkouts.
    MOVE ZERO TO checkout-live-count
    MOVE SPACES TO checkout-first-name checkout-first-holder
    IF NOT checkout-view-open
      EXIT PARAGRAPH
    END-IF
    PERFORM Set-Checkout-Now-Stamp
    MOVE LOW-VALUES TO cu-short-name
    START Character-Checkouts KEY >= cu-short-name
      INVALID KEY
        EXIT PARAGRAPH
    END-START
    MOVE ZERO TO checkout-status
    PERFORM UNTIL end-of-checkouts
      READ Character-Checkouts NEXT RECORD
        AT END
          SET end-of-checkouts TO TRUE
        NOT AT END
          IF cu-expires-stamp > checkout-now-stamp
              AND NOT checkout-is-exclusive-hold
            ADD 1 TO checkout-live-count
            IF checkout-first-name = SPACES
              MOVE cu-short-name TO checkout-first-name
              MOVE cu-operator TO checkout-first-holder
              IF cu-operator = SPACES
                MOVE cu-holder TO checkout-first-holder
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM.

Check-Character-Checkout.
    MOVE ZERO TO checkout-found-flag
    IF NOT checkout-view-open
      EXIT PARAGRAPH
    END-IF
    MOVE short-name OF character-record TO cu-short-name
    READ Character-Checkouts
      INVALID KEY
        EXIT PARAGRAPH
    END-READ
    PERFORM Set-Checkout-Now-Stamp
    IF cu-expires-stamp > checkout-now-stamp
      SET character-checked-out TO TRUE
      ADD 1 TO checkout-skip-count
      DISPLAY "SKIPPED " FUNCTION TRIM(cu-short-name)
        ": CHECKED OUT BY " FUNCTION TRIM(cu-operator) " ("
        FUNCTION TRIM(cu-holder) ")"
    END-IF.

Set-Checkout-Now-Stamp.
    MOVE FUNCTION CURRENT-DATE(1:14) TO checkout-now-stamp.

Set-Checkout-Expiry-Stamp.
    PERFORM Set-Checkout-Now-Stamp
    COMPUTE checkout-minutes =
      FUNCTION INTEGER-OF-DATE(checkout-now-date) * 1440
      + checkout-now-hour * 60 + checkout-now-minute
      + CHECKOUT-EXPIRY-MINUTES
    DIVIDE checkout-minutes BY 1440
      GIVING checkout-days REMAINDER checkout-minute-of-day
    COMPUTE checkout-expires-date = FUNCTION DATE-OF-INTEGER(checkout-days)
    DIVIDE checkout-minute-of-day BY 60
      GIVING checkout-expires-hour REMAINDER checkout-expires-minute
    MOVE checkout-now-second TO checkout-expires-second.

Release-Characters-Lock.
    IF checkout-view-open
      CLOSE Character-Checkouts
      MOVE ZERO TO checkout-view-flag
    END-IF
    IF checkout-exclusive-held
      OPEN I-O Character-Checkouts
      MOVE EXCLUSIVE-HOLD-KEY TO cu-short-name
      DELETE Character-Checkouts RECORD
        INVALID KEY
          CONTINUE
      END-DELETE
      CLOSE Character-Checkouts
      MOVE ZERO TO checkout-hold-flag
    END-IF
    IF checkout-skip-count > ZERO
      DISPLAY checkout-skip-count
        " CHECKED-OUT CHARACTER(S) LEFT UNCHANGED."
      MOVE ZERO TO checkout-skip-count
    END-IF
    DELETE FILE Characters-Lock.
