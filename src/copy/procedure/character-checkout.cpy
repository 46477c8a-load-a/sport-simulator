Claim-Character-Checkout.
    MOVE ZERO TO checkout-claim-flag
    PERFORM Set-Checkout-Expiry-Stamp
    MOVE ZERO TO checkout-status
    OPEN I-O Character-Checkouts
    IF checkouts-missing
      OPEN OUTPUT Character-Checkouts
      CLOSE Character-Checkouts
      OPEN I-O Character-Checkouts
    END-IF

    MOVE EXCLUSIVE-HOLD-KEY TO cu-short-name
    READ Character-Checkouts
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF cu-expires-stamp > checkout-now-stamp
          DISPLAY "CHARACTERS.DAT IS HELD EXCLUSIVELY BY "
            FUNCTION TRIM(cu-holder) "; TRY AGAIN LATER."
          SET checkout-claim-denied TO TRUE
        END-IF
    END-READ

    IF NOT checkout-claim-denied
      MOVE short-name TO cu-short-name
      READ Character-Checkouts
        INVALID KEY
          PERFORM Fill-Checkout-Claim
          WRITE Character-Checkout-Record
        NOT INVALID KEY
          IF cu-expires-stamp > checkout-now-stamp
              AND (cu-holder NOT = PROGRAM-TAG
                OR cu-operator NOT = checkout-operator)
            DISPLAY FUNCTION TRIM(short-name) " IS CHECKED OUT BY "
              FUNCTION TRIM(cu-operator) " (" FUNCTION TRIM(cu-holder)
              ") UNTIL " cu-expires-stamp(9:2) ":" cu-expires-stamp(11:2)
              "; TRY AGAIN LATER."
            SET checkout-claim-denied TO TRUE
          ELSE
            PERFORM Fill-Checkout-Claim
            REWRITE Character-Checkout-Record
          END-IF
      END-READ
    END-IF
    CLOSE Character-Checkouts

    IF NOT checkout-claim-denied
      MOVE short-name TO checkout-claimed-key
    END-IF.

Fill-Checkout-Claim.
    MOVE short-name TO cu-short-name
    MOVE PROGRAM-TAG TO cu-holder
    MOVE checkout-operator TO cu-operator
    MOVE checkout-now-stamp TO cu-claimed-stamp
    MOVE checkout-expires-stamp TO cu-expires-stamp.

Release-Character-Checkout.
    IF checkout-claimed-key = SPACES
      EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO checkout-status
    OPEN I-O Character-Checkouts
    IF NOT checkouts-missing
      MOVE checkout-claimed-key TO cu-short-name
      READ Character-Checkouts
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF cu-holder = PROGRAM-TAG
              AND cu-operator = checkout-operator
            DELETE Character-Checkouts RECORD
          END-IF
      END-READ
    END-IF
    CLOSE Character-Checkouts
    MOVE SPACES TO checkout-claimed-key.
