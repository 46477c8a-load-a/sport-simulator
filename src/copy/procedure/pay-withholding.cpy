Load-Pay-Withholding.
    MOVE ZERO TO withhold-dues-percent withhold-pension-percent
      withhold-fines-percent fine-balance-count
    OPEN INPUT Withholding-Table
    IF NOT withholding-table-missing
      PERFORM UNTIL end-of-withholding-table
        READ Withholding-Table
          AT END
            SET end-of-withholding-table TO TRUE
          NOT AT END
            IF wh-percent IS NUMERIC
              EVALUATE TRUE
                WHEN wh-league-dues
                  MOVE wh-percent TO withhold-dues-percent
                WHEN wh-pension
                  MOVE wh-percent TO withhold-pension-percent
                WHEN wh-fines
                  MOVE wh-percent TO withhold-fines-percent
              END-EVALUATE
            END-IF
        END-READ
      END-PERFORM
    END-IF
    CLOSE Withholding-Table

    OPEN INPUT Character-Fines
    IF character-fines-missing
      CLOSE Character-Fines
      EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUE TO cf-short-name
    START Character-Fines KEY >= cf-short-name
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM UNTIL end-of-character-fines
          READ Character-Fines NEXT RECORD
            AT END
              SET end-of-character-fines TO TRUE
            NOT AT END
              IF cf-outstanding > ZERO AND fine-balance-count < 200
                ADD 1 TO fine-balance-count
                SET FB-INDEX TO fine-balance-count
                MOVE cf-short-name TO fb-short-name(FB-INDEX)
                MOVE cf-outstanding TO fb-outstanding(FB-INDEX)
                MOVE ZERO TO fb-withheld(FB-INDEX)
              END-IF
          END-READ
        END-PERFORM
    END-START
    CLOSE Character-Fines.

Apply-Pay-Withholding.
    MOVE ZERO TO pl-dues-withheld pl-pension-withheld pl-fine-withheld
    COMPUTE pl-dues-withheld =
      pl-amount * withhold-dues-percent / 100
    COMPUTE pl-pension-withheld =
      pl-amount * withhold-pension-percent / 100
    IF pl-dues-withheld + pl-pension-withheld > pl-amount
      COMPUTE pl-pension-withheld = pl-amount - pl-dues-withheld
    END-IF
    COMPUTE withhold-remaining =
      pl-amount - pl-dues-withheld - pl-pension-withheld

    MOVE ZERO TO fb-found
    PERFORM VARYING FB-INDEX FROM 1 BY 1
        UNTIL FB-INDEX > fine-balance-count OR fb-character-was-found
      IF fb-short-name(FB-INDEX) = pl-short-name
        SET fb-character-was-found TO TRUE
      END-IF
    END-PERFORM
    IF fb-character-was-found
      SET FB-INDEX DOWN BY 1
      COMPUTE withhold-work =
        withhold-remaining * withhold-fines-percent / 100
      IF withhold-work > fb-outstanding(FB-INDEX)
        MOVE fb-outstanding(FB-INDEX) TO withhold-work
      END-IF
      MOVE withhold-work TO pl-fine-withheld
      SUBTRACT withhold-work FROM fb-outstanding(FB-INDEX)
      ADD withhold-work TO fb-withheld(FB-INDEX)
    END-IF

    COMPUTE pl-net-amount = withhold-remaining - pl-fine-withheld.

Save-Fine-Withholding.
    IF fine-balance-count = ZERO
      EXIT PARAGRAPH
    END-IF
    OPEN I-O Character-Fines
    IF character-fines-missing
      CLOSE Character-Fines
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING FB-INDEX FROM 1 BY 1
        UNTIL FB-INDEX > fine-balance-count
      IF fb-withheld(FB-INDEX) > ZERO
        MOVE fb-short-name(FB-INDEX) TO cf-short-name
        READ Character-Fines
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            ADD fb-withheld(FB-INDEX) TO cf-withheld-total
            IF fb-withheld(FB-INDEX) >= cf-outstanding
              MOVE ZERO TO cf-outstanding
            ELSE
              SUBTRACT fb-withheld(FB-INDEX) FROM cf-outstanding
            END-IF
            REWRITE Character-Fine-Record
        END-READ
        MOVE ZERO TO fb-withheld(FB-INDEX)
      END-IF
    END-PERFORM
    CLOSE Character-Fines.
