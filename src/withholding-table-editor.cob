IDENTIFICATION DIVISION.
PROGRAM-ID. Withholding-Table-Editor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Withholding-Table ASSIGN TO "data/withholding-table.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS withholding-table-status.

DATA DIVISION.
FILE SECTION.
FD Withholding-Table.
  COPY "src/copy/file-description/withholding-record.cpy".

WORKING-STORAGE SECTION.
  01 withholding-table-status PIC 99.
    88 end-of-withholding-table VALUE 10.
    88 withholding-table-missing VALUE 35.

  01 editor-choice PIC X.
    88 show-chosen VALUES "S", "s".
    88 edit-chosen VALUES "E", "e".
    88 quit-chosen VALUES "Q", "q".

  01 Withholding-Work-Area.
    02 work-dues-percent    PIC 9(3)V9 VALUE ZERO.
    02 work-pension-percent PIC 9(3)V9 VALUE ZERO.
    02 work-fines-percent   PIC 9(3)V9 VALUE 50.
  01 percent-edit PIC ZZ9.9.

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-Current-Table
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== PAY WITHHOLDING TABLE ==="
    DISPLAY "[S]HOW TABLE, [E]DIT TABLE OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT editor-choice
    EVALUATE TRUE
      WHEN show-chosen
        PERFORM Show-Current-Table
      WHEN edit-chosen
        PERFORM Edit-Current-Table
        PERFORM Save-Current-Table
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Load-Current-Table.
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
                MOVE wh-percent TO work-dues-percent
              WHEN wh-pension
                MOVE wh-percent TO work-pension-percent
              WHEN wh-fines
                MOVE wh-percent TO work-fines-percent
            END-EVALUATE
          END-IF
      END-READ
    END-PERFORM
  ELSE
    DISPLAY "NO WITHHOLDING TABLE YET; SHOWING DEFAULTS."
  END-IF
  CLOSE Withholding-Table.

Show-Current-Table.
  MOVE work-dues-percent TO percent-edit
  DISPLAY "LEAGUE DUES ............. " percent-edit "% OF GROSS"
  MOVE work-pension-percent TO percent-edit
  DISPLAY "PENSION CONTRIBUTION .... " percent-edit "% OF GROSS"
  MOVE work-fines-percent TO percent-edit
  DISPLAY "FINE RECOVERY ........... " percent-edit
    "% OF PAY LEFT AFTER DUES AND PENSION".

Edit-Current-Table.
  DISPLAY "LEAGUE DUES PERCENT (NNN.N): " WITH NO ADVANCING
  ACCEPT work-dues-percent
  DISPLAY "PENSION CONTRIBUTION PERCENT (NNN.N): " WITH NO ADVANCING
  ACCEPT work-pension-percent
  DISPLAY "FINE RECOVERY PERCENT (NNN.N): " WITH NO ADVANCING
  ACCEPT work-fines-percent

  IF work-dues-percent + work-pension-percent > 100
    DISPLAY "DUES AND PENSION EXCEED 100%; PENSION REDUCED."
    COMPUTE work-pension-percent = 100 - work-dues-percent
  END-IF
  IF work-fines-percent > 100
    DISPLAY "FINE RECOVERY CANNOT EXCEED 100%; USING 100."
    MOVE 100 TO work-fines-percent
  END-IF.

Save-Current-Table.
  OPEN OUTPUT Withholding-Table
  MOVE SPACES TO Withholding-Record
  SET wh-league-dues TO TRUE
  MOVE work-dues-percent TO wh-percent
  MOVE "LEAGUE DUES" TO wh-description
  WRITE Withholding-Record
  MOVE SPACES TO Withholding-Record
  SET wh-pension TO TRUE
  MOVE work-pension-percent TO wh-percent
  MOVE "PENSION CONTRIBUTION" TO wh-description
  WRITE Withholding-Record
  MOVE SPACES TO Withholding-Record
  SET wh-fines TO TRUE
  MOVE work-fines-percent TO wh-percent
  MOVE "CONDUCT FINE RECOVERY" TO wh-description
  WRITE Withholding-Record
  CLOSE Withholding-Table
  DISPLAY "WITHHOLDING TABLE SAVED TO data/withholding-table.dat".
