Load-Coaching-Staff.
    MOVE ZERO TO staff-team-count
    OPEN INPUT Coaching-Staff
    IF coaching-staff-missing
      CLOSE Coaching-Staff
      EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUE TO co-coach-name
    START Coaching-Staff KEY >= co-coach-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-coaching-staff
          READ Coaching-Staff NEXT RECORD
            AT END
              SET end-of-coaching-staff TO TRUE
            NOT AT END
              IF co-contract-end >= staff-season
                  AND co-team NOT = SPACES
                PERFORM Tally-One-Coach
              END-IF
          END-READ
        END-PERFORM
    END-START
    CLOSE Coaching-Staff.

Tally-One-Coach.
    MOVE co-team TO staff-lookup-team
    PERFORM Lookup-Staff-Team
    IF NOT staff-team-was-found
      IF staff-team-count >= 50
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO staff-team-count
      SET STF-INDEX TO staff-team-count
      MOVE co-team TO stf-team-name(STF-INDEX)
      MOVE ZERO TO stf-power-rating(STF-INDEX)
        stf-focus-rating(STF-INDEX) stf-speed-rating(STF-INDEX)
        stf-conditioning-rating(STF-INDEX)
        stf-daily-salary(STF-INDEX)
    END-IF

    ADD co-per-diem TO stf-daily-salary(STF-INDEX)
    EVALUATE TRUE
      WHEN coach-power
        IF co-rating > stf-power-rating(STF-INDEX)
          MOVE co-rating TO stf-power-rating(STF-INDEX)
        END-IF
      WHEN coach-focus
        IF co-rating > stf-focus-rating(STF-INDEX)
          MOVE co-rating TO stf-focus-rating(STF-INDEX)
        END-IF
      WHEN coach-speed
        IF co-rating > stf-speed-rating(STF-INDEX)
          MOVE co-rating TO stf-speed-rating(STF-INDEX)
        END-IF
      WHEN coach-conditioning
        IF co-rating > stf-conditioning-rating(STF-INDEX)
          MOVE co-rating TO stf-conditioning-rating(STF-INDEX)
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

Lookup-Staff-Team.
    MOVE ZERO TO staff-team-found
    PERFORM VARYING STF-INDEX FROM 1 BY 1
        UNTIL STF-INDEX > staff-team-count OR staff-team-was-found
      IF stf-team-name(STF-INDEX) = staff-lookup-team
        SET staff-team-was-found TO TRUE
      END-IF
    END-PERFORM
    IF staff-team-was-found
      SET STF-INDEX DOWN BY 1
    END-IF.
