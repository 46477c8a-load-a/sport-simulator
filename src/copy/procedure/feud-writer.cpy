Raise-Feud.
    IF feud-name-1 = SPACES OR feud-name-2 = SPACES
        OR feud-name-1 = feud-name-2
      EXIT PARAGRAPH
    END-IF
    IF feud-name-1 > feud-name-2
      MOVE feud-name-1 TO feud-swap-key
      MOVE feud-name-2 TO feud-name-1
      MOVE feud-swap-key TO feud-name-2
    END-IF
    IF feud-date = ZERO
      MOVE FUNCTION CURRENT-DATE(1:8) TO feud-date
    END-IF

    MOVE ZERO TO feud-status
    OPEN I-O Feuds
    IF feuds-missing
      OPEN OUTPUT Feuds
    END-IF
    MOVE feud-name-1 TO fd-key-1
    MOVE feud-name-2 TO fd-key-2
    READ Feuds
      INVALID KEY
        INITIALIZE Feud-Record
        MOVE feud-name-1 TO fd-key-1
        MOVE feud-name-2 TO fd-key-2
        MOVE feud-heat TO fd-intensity
        MOVE feud-cause TO fd-cause
        MOVE feud-date TO fd-started-date fd-last-flare-date
        SET feud-active TO TRUE
        MOVE SPACE TO fd-mediation-flag
        WRITE Feud-Record
      NOT INVALID KEY
        IF feud-ended
          MOVE ZERO TO fd-intensity fd-ended-date
          MOVE SPACES TO fd-ended-by
          MOVE SPACE TO fd-mediation-flag
          MOVE feud-cause TO fd-cause
          MOVE feud-date TO fd-started-date
          SET feud-active TO TRUE
        END-IF
        COMPUTE feud-work = fd-intensity + feud-heat
        IF feud-work > FEUD-MAX-INTENSITY
          MOVE FEUD-MAX-INTENSITY TO feud-work
        END-IF
        MOVE feud-work TO fd-intensity
        MOVE feud-date TO fd-last-flare-date
        REWRITE Feud-Record
    END-READ
    CLOSE Feuds
    MOVE SPACES TO feud-name-1 feud-name-2 feud-cause
    MOVE ZERO TO feud-heat feud-date.
