    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT CharacterSheet ASSIGN TO "data/characters.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS friendship-log-file.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD Friend-List

  COPY "src/copy/file-description/friend-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".

  01 friend-file PIC 99.
  01 error-log-status PIC 99.

  78 DECAY-AMOUNT VALUE 1.
  COPY "src/copy/working-storage/feud-data.cpy".
  78 FEUD-COOLING-DAYS VALUE 14.
  78 FEUD-COOLING-AMOUNT VALUE 5.
  01 feud-quiet-days PIC S9(7).
  01 flare-date.
    02 flare-year  PIC 9(4).
    02 flare-month PIC 99.
    02 flare-day   PIC 99.
  01 prior-feud-intensity PIC 999.
  01 cooled-feud-count PIC 9(5) VALUE ZERO.
  01 ended-feud-count PIC 9(5) VALUE ZERO.

  01 todays-date.
    02 todays-year  PIC 9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  PERFORM Check-Dry-Run-Card
  PERFORM Load-Season-Clock
  PERFORM Load-Todays-Active-Pairs
  PERFORM Load-Resting-Characters
  PERFORM Decay-Neglected-Pairs
  PERFORM Cool-Quiet-Feuds

  MOVE decayed-count TO run-changed-count
  PERFORM Write-Run-History-Entry
  DISPLAY "FRIENDSHIP DECAY COMPLETE: " decayed-count
    " PAIR(S) DECAYED, " skipped-active-count " ACTIVE TODAY, "
    skipped-resting-count " RESTING TOGETHER"
  DISPLAY "FEUDS COOLED: " cooled-feud-count ", ENDED: "
    ended-feud-count
GOBACK.

Load-Season-Clock.
  REWRITE Friend-Record
  PERFORM Write-Friendship-Log-Entry.

Cool-Quiet-Feuds.
  MOVE ZERO TO feud-status
  OPEN I-O Feuds
  IF feuds-missing
    CLOSE Feuds
    EXIT PARAGRAPH
  END-IF
  MOVE LOW-VALUE TO fd-pairing
  START Feuds KEY >= fd-pairing
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      PERFORM UNTIL end-of-feuds
        READ Feuds NEXT RECORD
          AT END
            SET end-of-feuds TO TRUE
          NOT AT END
            IF feud-active
              PERFORM Cool-One-Feud
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Feuds.

Cool-One-Feud.
  IF fd-last-flare-date = ZERO
    EXIT PARAGRAPH
  END-IF
  MOVE fd-last-flare-date TO flare-date
  COMPUTE feud-quiet-days =
    todays-year * 364 + (todays-month - 1) * 28 + todays-day
    - (flare-year * 364 + (flare-month - 1) * 28 + flare-day)
  IF feud-quiet-days < FEUD-COOLING-DAYS
    EXIT PARAGRAPH
  END-IF

  MOVE fd-intensity TO prior-feud-intensity
  IF fd-intensity > FEUD-COOLING-AMOUNT
    SUBTRACT FEUD-COOLING-AMOUNT FROM fd-intensity
  ELSE
    MOVE ZERO TO fd-intensity
    SET feud-ended TO TRUE
    MOVE todays-date TO fd-ended-date
    MOVE "COOLED" TO fd-ended-by
  END-IF

  ADD 1 TO cooled-feud-count
  IF feud-ended
    ADD 1 TO ended-feud-count
  END-IF
  IF batch-dry-run
    DISPLAY "WOULD COOL FEUD: " fd-key-1 "/" fd-key-2
      " FROM " prior-feud-intensity " TO " fd-intensity
    EXIT PARAGRAPH
  END-IF
  REWRITE Feud-Record.

Write-Friendship-Log-Entry.
  MOVE todays-year  TO log-year
  MOVE todays-month TO log-month
RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "FRIENDSHIP-DECAY".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
