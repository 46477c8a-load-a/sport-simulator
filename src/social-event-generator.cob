    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Friendship-Log ASSIGN TO "data/friendship-log.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS friendship-log-file.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS character-journal-status.

  SELECT Season-Clock ASSIGN TO DYNAMIC season-clock-file-name
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS clock-status.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS Lock-Status.

  SELECT Character-Checkouts ASSIGN TO "data/character-checkouts.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cu-short-name
    FILE STATUS IS checkout-status.

  SELECT Run-History ASSIGN TO "data/run-history.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS run-history-status.

  SELECT Error-Log ASSIGN TO "data/file-error.log"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS error-log-status.

  SELECT League-Signon ASSIGN TO "data/league-signon.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS league-signon-status.

DATA DIVISION.
FILE SECTION.
FD CharacterSheet.

  COPY "src/copy/file-description/friend-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Friendship-Log.
  COPY "src/copy/file-description/friendship-log-record.cpy".

FD Characters-Lock.
  01 lock-line PIC X(40).

FD Character-Checkouts
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Character-Checkout-Record.

  COPY "src/copy/file-description/character-checkout-record.cpy".

FD Run-History.
  COPY "src/copy/file-description/run-history-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  COPY "src/copy/working-storage/run-history-data.cpy".
  01 File-Status PIC 99.
    88 end-of-file VALUE 10.
  01 friend-file PIC 99.
  01 Lock-Status PIC 99.
  01 characters-lock-flag PIC 9 VALUE ZERO.
    88 characters-lock-denied VALUE 1.
  COPY "src/copy/working-storage/character-checkout-data.cpy".
  01 error-log-status PIC 99.

  78 SOCIAL-FRIENDSHIP-GAIN VALUE 2.
    88 character-journal-missing VALUE 35.
  01 journal-before-hold PIC X(280).

  COPY "src/copy/working-storage/feud-data.cpy".
  01 mediated-feud-count PIC 9(3) VALUE ZERO.
  01 mediation-side-1 PIC 9(4).
  01 mediation-side-2 PIC 9(4).

  01 prior-friendship-level PIC 999.
  01 spirit-adjust PIC S9(4).
  01 popularity-adjust PIC S9(4).

PROCEDURE DIVISION.
Main-logic.
  PERFORM Load-League-Context
  PERFORM Capture-Run-Start
  MOVE ZERO TO run-processed-count run-changed-count
  MOVE "COMPLETE" TO run-completion-status
  PERFORM Load-Season-Clock
  PERFORM Seed-Random-Generator
  MOVE ZERO TO social-event-count
  PERFORM Load-Social-Roster
  PERFORM Flag-Priority-Targets
  PERFORM Pair-Mediated-Feuds
  PERFORM Pair-Priority-Targets
  PERFORM Pair-By-Shared-Hobby
  PERFORM Pair-Random-Encounters
  PERFORM Bump-Paired-Friendships
  PERFORM Nudge-Paired-Spirits

  MOVE social-roster-count TO run-processed-count
  MOVE social-event-count TO run-changed-count
  PERFORM Write-Run-History-Entry

  DISPLAY "SOCIAL EVENTS: " social-event-count
    " PAIRING(S) SPENT TIME TOGETHER"
GOBACK.
  END-PERFORM
  CLOSE Social-Priority.

Pair-Mediated-Feuds.
  MOVE ZERO TO mediated-feud-count
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
            IF feud-active AND feud-mediation-requested
              PERFORM Mediate-One-Feud
            END-IF
        END-READ
      END-PERFORM
  END-START
  CLOSE Feuds

  IF mediated-feud-count > ZERO
    DISPLAY mediated-feud-count
      " FEUD(S) SETTLED AT A MEDIATION EVENT"
  END-IF.

Mediate-One-Feud.
  MOVE ZERO TO mediation-side-1 mediation-side-2
  PERFORM VARYING so-j FROM 1 BY 1
      UNTIL so-j > social-roster-count
    IF so-short-name(so-j) = fd-key-1
        AND NOT so-already-paired(so-j)
      MOVE so-j TO mediation-side-1
    END-IF
    IF so-short-name(so-j) = fd-key-2
        AND NOT so-already-paired(so-j)
      MOVE so-j TO mediation-side-2
    END-IF
  END-PERFORM
  IF mediation-side-1 = ZERO OR mediation-side-2 = ZERO
      OR social-event-count >= 250
    EXIT PARAGRAPH
  END-IF

  MOVE mediation-side-1 TO so-i
  MOVE mediation-side-2 TO so-partner
  PERFORM Hold-Social-Event

  SET feud-ended TO TRUE
  MOVE SPACE TO fd-mediation-flag
  MOVE ZERO TO fd-intensity
  MOVE "MEDIATION" TO fd-ended-by
  IF season-clock-found
    COMPUTE fd-ended-date =
      clock-year * 10000 + clock-month * 100 + clock-day
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO fd-ended-date
  END-IF
  REWRITE Feud-Record
  ADD 1 TO mediated-feud-count
  DISPLAY "MEDIATION: " FUNCTION TRIM(fd-key-1) " AND "
    FUNCTION TRIM(fd-key-2) " BURY THE HATCHET".

Pair-Priority-Targets.
  MOVE ZERO TO priority-paired-count
  PERFORM VARYING so-i FROM 1 BY 1

  PERFORM Acquire-Characters-Lock
  IF characters-lock-denied
    SET run-ended-with-warnings TO TRUE
    EXIT PARAGRAPH
  END-IF

Nudge-One-Spirit.
  READ CharacterSheet KEY IS short-name
    INVALID KEY
      EXIT PARAGRAPH
  END-READ
  PERFORM Check-Character-Checkout
  IF character-checked-out
    EXIT PARAGRAPH
  END-IF
  MOVE character-record TO journal-before-hold
  COMPUTE spirit-adjust = spirit + SOCIAL-SPIRIT-GAIN
  IF spirit-adjust > 150
    MOVE 150 TO spirit-adjust
  END-IF
  MOVE spirit-adjust TO spirit
  COMPUTE popularity-adjust = popularity + 1
  IF popularity-adjust > 200
    MOVE 200 TO popularity-adjust
  END-IF
  MOVE popularity-adjust TO popularity
  REWRITE character-record
  PERFORM Journal-Character-Rewrite.

Journal-Character-Rewrite.
  MOVE "REWRITE" TO cj-action
    REPLACING PROGRAM-TAG BY "SOCIAL-EVENTS".

  COPY "src/copy/procedure/error-log-writer.cpy".

RUN-HISTORY-MANAGEMENT SECTION.
  COPY "src/copy/procedure/run-history-writer.cpy"
    REPLACING PROGRAM-TAG BY "SOCIAL-EVENTS".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".
