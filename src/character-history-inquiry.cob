IDENTIFICATION DIVISION.
PROGRAM-ID. Character-History-Inquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT Character-Journal ASSIGN TO "data/character-journal.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS short-name
    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS File-Status.

DATA DIVISION.
FILE SECTION.
FD Character-Journal.
  COPY "src/copy/file-description/character-journal-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

WORKING-STORAGE SECTION.
  01 character-journal-status PIC 99.
    88 end-of-character-journal VALUE 10.
    88 character-journal-missing VALUE 35.
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.

  01 inquiry-choice PIC X.
    88 asof-chosen    VALUES "A", "a".
    88 changes-chosen VALUES "C", "c".
    88 quit-chosen    VALUES "Q", "q".

  01 inquiry-key PIC X(10).

  01 asof-stamp.
    02 asof-date PIC 9(8).
    02 asof-time PIC 9(6).
  01 from-stamp.
    02 from-date PIC 9(8).
    02 from-time PIC 9(6).
  01 to-stamp.
    02 to-date PIC 9(8).
    02 to-time PIC 9(6).

  01 state-image PIC X(280).
  01 state-flag PIC 9 VALUE ZERO.
    88 state-on-file     VALUE 1.
    88 state-not-on-file VALUE 2.
    88 state-unknown     VALUE ZERO.
  01 state-source PIC X(50).
  01 earlier-flag PIC 9 VALUE ZERO.
    88 earlier-entry-found VALUE 1.
  01 later-flag PIC 9 VALUE ZERO.
    88 later-entry-found VALUE 1.
  01 earlier-image PIC X(280).
  01 earlier-action PIC X(7).
  01 earlier-stamp PIC 9(14).
  01 later-image PIC X(280).
  01 later-stamp PIC 9(14).

  01 from-image PIC X(280).
  01 from-state-flag PIC 9.
    88 from-state-on-file VALUE 1.
  01 to-image PIC X(280).
  01 to-state-flag PIC 9.
    88 to-state-on-file VALUE 1.

  01 compare-old-image PIC X(280).
  01 compare-new-image PIC X(280).
  01 changed-field-count PIC 9(3) VALUE ZERO.
  01 window-entry-count PIC 9(5) VALUE ZERO.
  01 old-field-text PIC X(80).
  01 new-field-text PIC X(80).

  01 Field-Map-Values.
    02 FILLER PIC X(21) VALUE "SHORT-NAME     001010".
    02 FILLER PIC X(21) VALUE "LONG-NAME      011021".
    02 FILLER PIC X(21) VALUE "AGE            032002".
    02 FILLER PIC X(21) VALUE "BIRTH-MONTH    034002".
    02 FILLER PIC X(21) VALUE "BIRTH-DAY      036002".
    02 FILLER PIC X(21) VALUE "HEIGHT-FEET    038001".
    02 FILLER PIC X(21) VALUE "HEIGHT-INCHES  039002".
    02 FILLER PIC X(21) VALUE "GENDER         041010".
    02 FILLER PIC X(21) VALUE "RACE           051020".
    02 FILLER PIC X(21) VALUE "DESCRIPTION    071080".
    02 FILLER PIC X(21) VALUE "ORIGINAL-TEAM  151020".
    02 FILLER PIC X(21) VALUE "TEAM           171020".
    02 FILLER PIC X(21) VALUE "SALARY-NEED    191002".
    02 FILLER PIC X(21) VALUE "SALARY-WANT    193002".
    02 FILLER PIC X(21) VALUE "PER-DIEM       195002".
    02 FILLER PIC X(21) VALUE "JOB            197010".
    02 FILLER PIC X(21) VALUE "TASK           207010".
    02 FILLER PIC X(21) VALUE "SKILL          217010".
    02 FILLER PIC X(21) VALUE "HOBBY          227010".
    02 FILLER PIC X(21) VALUE "LEVEL          237001".
    02 FILLER PIC X(21) VALUE "EXPERIENCE     238003".
    02 FILLER PIC X(21) VALUE "POWER-STAT     241002".
    02 FILLER PIC X(21) VALUE "POWER-BONUS    243001".
    02 FILLER PIC X(21) VALUE "FOCUS-STAT     244002".
    02 FILLER PIC X(21) VALUE "FOCUS-BONUS    246001".
    02 FILLER PIC X(21) VALUE "SPEED-STAT     247002".
    02 FILLER PIC X(21) VALUE "SPEED-BONUS    249001".
    02 FILLER PIC X(21) VALUE "FULL-POTENTIAL 250002".
    02 FILLER PIC X(21) VALUE "BODY           252003".
    02 FILLER PIC X(21) VALUE "MIND           255003".
    02 FILLER PIC X(21) VALUE "SPIRIT         258003".
    02 FILLER PIC X(21) VALUE "EFFECTIVENESS  261003".
    02 FILLER PIC X(21) VALUE "CHARACTER-TYPE 264006".
    02 FILLER PIC X(21) VALUE "ARCHIVED-FLAG  270001".
    02 FILLER PIC X(21) VALUE "POPULARITY     271003".
  01 Field-Map REDEFINES Field-Map-Values.
    02 Field-Map-Entry OCCURS 35 TIMES INDEXED BY FM-INDEX.
      03 fm-name   PIC X(15).
      03 fm-offset PIC 9(3).
      03 fm-length PIC 9(3).
  78 FIELD-MAP-SIZE VALUE 35.

PROCEDURE DIVISION.
Main-logic.
  MOVE SPACE TO inquiry-choice
  PERFORM UNTIL quit-chosen
    DISPLAY SPACES
    DISPLAY "=== CHARACTER HISTORY INQUIRY ==="
    DISPLAY "[A]S-OF VIEW, [C]HANGES BETWEEN DATES OR [Q]UIT: "
      WITH NO ADVANCING
    ACCEPT inquiry-choice
    EVALUATE TRUE
      WHEN asof-chosen
        PERFORM Show-Character-Asof
      WHEN changes-chosen
        PERFORM Show-Changes-Between-Dates
      WHEN quit-chosen
        CONTINUE
      WHEN OTHER
        DISPLAY "INVALID CHOICE"
    END-EVALUATE
  END-PERFORM
GOBACK.

Accept-Inquiry-Key.
  DISPLAY "CHARACTER SHORT-NAME: " WITH NO ADVANCING
  ACCEPT inquiry-key
  MOVE FUNCTION UPPER-CASE(inquiry-key) TO inquiry-key.

Show-Character-Asof.
  PERFORM Accept-Inquiry-Key
  IF inquiry-key = SPACES
    DISPLAY "NO CHARACTER GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "AS-OF DATE (YYYYMMDD): " WITH NO ADVANCING
  ACCEPT asof-date
  DISPLAY "AS-OF TIME (HHMMSS, 0 FOR END OF DAY): "
    WITH NO ADVANCING
  ACCEPT asof-time
  IF asof-time = ZERO
    MOVE 235959 TO asof-time
  END-IF

  PERFORM Determine-State-Asof
  DISPLAY SPACES
  DISPLAY "=== " FUNCTION TRIM(inquiry-key) " AS OF " asof-date
    " " asof-time " ==="
  EVALUATE TRUE
    WHEN state-on-file
      DISPLAY "SOURCE: " FUNCTION TRIM(state-source)
      MOVE state-image TO character-record
      PERFORM Developer-View-Character
      DISPLAY "FULL POTENTIAL: D" full-potential
        "   ARCHIVED: " archived-flag
    WHEN state-not-on-file
      DISPLAY FUNCTION TRIM(inquiry-key)
        " WAS NOT ON THE CHARACTER SHEET AT THAT MOMENT ("
        FUNCTION TRIM(state-source) ")."
    WHEN OTHER
      DISPLAY "NO RECORD OF " FUNCTION TRIM(inquiry-key)
        " IN THE JOURNAL OR ON THE CHARACTER SHEET."
  END-EVALUATE.

Show-Changes-Between-Dates.
  PERFORM Accept-Inquiry-Key
  IF inquiry-key = SPACES
    DISPLAY "NO CHARACTER GIVEN."
    EXIT PARAGRAPH
  END-IF
  DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING
  ACCEPT from-date
  DISPLAY "TO DATE   (YYYYMMDD): " WITH NO ADVANCING
  ACCEPT to-date
  IF to-date < from-date
    DISPLAY "TO DATE IS BEFORE FROM DATE."
    EXIT PARAGRAPH
  END-IF
  MOVE ZERO TO from-time
  MOVE 235959 TO to-time

  MOVE from-date TO asof-date
  MOVE ZERO TO asof-time
  PERFORM Determine-State-Asof
  MOVE state-image TO from-image
  MOVE state-flag TO from-state-flag
  MOVE to-stamp TO asof-stamp
  PERFORM Determine-State-Asof
  MOVE state-image TO to-image
  MOVE state-flag TO to-state-flag

  DISPLAY SPACES
  DISPLAY "=== CHANGES TO " FUNCTION TRIM(inquiry-key) " FROM "
    from-date " TO " to-date " ==="
  PERFORM List-Window-Entries
  IF window-entry-count = ZERO
    DISPLAY "NO JOURNALED CHANGES IN THAT WINDOW."
    EXIT PARAGRAPH
  END-IF

  DISPLAY SPACES
  DISPLAY "--- NET CHANGE OVER THE WINDOW ---"
  EVALUATE TRUE
    WHEN from-state-on-file AND to-state-on-file
      MOVE from-image TO compare-old-image
      MOVE to-image TO compare-new-image
      PERFORM Compare-Images
      IF changed-field-count = ZERO
        DISPLAY "  NO NET CHANGE."
      END-IF
    WHEN to-state-on-file
      DISPLAY "  CREATED DURING THE WINDOW."
    WHEN from-state-on-file
      DISPLAY "  REMOVED DURING THE WINDOW."
    WHEN OTHER
      DISPLAY "  NOT ON FILE AT EITHER END OF THE WINDOW."
  END-EVALUATE.

List-Window-Entries.
  MOVE ZERO TO window-entry-count
  MOVE ZERO TO character-journal-status
  OPEN INPUT Character-Journal
  IF character-journal-missing
    CLOSE Character-Journal
    EXIT PARAGRAPH
  END-IF
  PERFORM UNTIL end-of-character-journal
    READ Character-Journal
      AT END
        SET end-of-character-journal TO TRUE
      NOT AT END
        IF cj-key = inquiry-key
            AND cj-timestamp >= from-stamp
            AND cj-timestamp <= to-stamp
          PERFORM Show-Window-Entry
        END-IF
    END-READ
  END-PERFORM
  CLOSE Character-Journal.

Show-Window-Entry.
  ADD 1 TO window-entry-count
  DISPLAY SPACES
  DISPLAY cj-date " " cj-time " " FUNCTION TRIM(cj-program)
    " " FUNCTION TRIM(cj-action)
  EVALUATE cj-action
    WHEN "WRITE"
      DISPLAY "  RECORD CREATED."
    WHEN "DELETE"
      DISPLAY "  RECORD DELETED."
    WHEN OTHER
      MOVE cj-before-image TO compare-old-image
      MOVE cj-after-image TO compare-new-image
      PERFORM Compare-Images
      IF changed-field-count = ZERO
        DISPLAY "  NO FIELD CHANGED."
      END-IF
  END-EVALUATE.

Compare-Images.
  MOVE ZERO TO changed-field-count
  PERFORM VARYING FM-INDEX FROM 1 BY 1
      UNTIL FM-INDEX > FIELD-MAP-SIZE
    IF compare-old-image(fm-offset(FM-INDEX):fm-length(FM-INDEX))
        NOT = compare-new-image(fm-offset(FM-INDEX):fm-length(FM-INDEX))
      PERFORM Show-Changed-Field
    END-IF
  END-PERFORM.

Show-Changed-Field.
  ADD 1 TO changed-field-count
  MOVE SPACES TO old-field-text new-field-text
  MOVE compare-old-image(fm-offset(FM-INDEX):fm-length(FM-INDEX))
    TO old-field-text
  MOVE compare-new-image(fm-offset(FM-INDEX):fm-length(FM-INDEX))
    TO new-field-text
  DISPLAY "  " fm-name(FM-INDEX) " "
    FUNCTION TRIM(old-field-text) " -> " FUNCTION TRIM(new-field-text).

Determine-State-Asof.
  MOVE ZERO TO state-flag earlier-flag later-flag
  MOVE SPACES TO state-image state-source
  MOVE ZERO TO earlier-stamp later-stamp

  MOVE ZERO TO character-journal-status
  OPEN INPUT Character-Journal
  IF NOT character-journal-missing
    PERFORM UNTIL end-of-character-journal
      READ Character-Journal
        AT END
          SET end-of-character-journal TO TRUE
        NOT AT END
          IF cj-key = inquiry-key
            PERFORM Place-Journal-Entry
          END-IF
      END-READ
    END-PERFORM
  END-IF
  CLOSE Character-Journal

  EVALUATE TRUE
    WHEN earlier-entry-found
      IF earlier-action = "DELETE"
        SET state-not-on-file TO TRUE
        MOVE "DELETED BY JOURNAL ENTRY" TO state-source
      ELSE
        SET state-on-file TO TRUE
        MOVE earlier-image TO state-image
        MOVE "AFTER-IMAGE OF JOURNAL ENTRY" TO state-source
      END-IF
      MOVE earlier-stamp TO state-source(32:)
    WHEN later-entry-found
      IF later-image = SPACES
        SET state-not-on-file TO TRUE
        MOVE "CREATED LATER BY ENTRY" TO state-source
      ELSE
        SET state-on-file TO TRUE
        MOVE later-image TO state-image
        MOVE "BEFORE-IMAGE OF JOURNAL ENTRY" TO state-source
      END-IF
      MOVE later-stamp TO state-source(32:)
    WHEN OTHER
      PERFORM Read-Current-Character
  END-EVALUATE.

Place-Journal-Entry.
  IF cj-timestamp <= asof-stamp
    IF NOT earlier-entry-found OR cj-timestamp >= earlier-stamp
      SET earlier-entry-found TO TRUE
      MOVE cj-timestamp TO earlier-stamp
      MOVE cj-action TO earlier-action
      MOVE cj-after-image TO earlier-image
    END-IF
  ELSE
    IF NOT later-entry-found OR cj-timestamp < later-stamp
      SET later-entry-found TO TRUE
      MOVE cj-timestamp TO later-stamp
      MOVE cj-before-image TO later-image
    END-IF
  END-IF.

Read-Current-Character.
  OPEN INPUT CharacterSheet
  IF File-Status NOT = ZERO
    CLOSE CharacterSheet
    EXIT PARAGRAPH
  END-IF
  MOVE inquiry-key TO short-name
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      SET state-on-file TO TRUE
      MOVE character-record TO state-image
      MOVE "CURRENT RECORD, NO LATER JOURNAL ENTRY" TO state-source
  END-READ
  CLOSE CharacterSheet.

COPY "src/copy/procedure/character-preview.cpy".
