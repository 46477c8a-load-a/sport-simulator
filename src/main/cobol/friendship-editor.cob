    ALTERNATE RECORD KEY IS original-team WITH DUPLICATES
    FILE STATUS IS character-file.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Friendship-Log ASSIGN TO "data/friendship-log.dat"
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
FD CharacterSheet.
  COPY "src/copy/file-description/character-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Friendship-Log.
  COPY "src/copy/file-description/friendship-log-record.cpy".

FD Error-Log.
  COPY "src/copy/file-description/error-log-record.cpy".

FD League-Signon.
  01 league-signon-line PIC X(4).

WORKING-STORAGE SECTION.
  COPY "src/copy/working-storage/league-context-data.cpy".
  01 signon-status PIC 99.
    88 operator-signon-missing VALUE 35.
  01 operator-id PIC X(10) VALUE "UNKNOWN".
  78 ACT-BEST-FRIENDS     VALUE "BEST-FRIENDS".
  78 ACT-RESET-FILE       VALUE "RESET-FILE".
  78 ACT-EXPORT-CSV       VALUE "EXPORT-CSV".
  78 ACT-LIST-FEUDS       VALUE "LIST-FEUDS".
  78 ACT-MEDIATION        VALUE "REQUEST-MEDIATION".
  78 ACT-QUIT             VALUE "QUIT".
  78 MENU-LENGTH          VALUE 9.

  COPY "src/copy/working-storage/feud-data.cpy".
  01 feud-listed-count PIC 9(4) VALUE ZERO.

  01 export-file PIC 99.

  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  01 Best-Friend-Table.
    02 Best-Friend-Entry OCCURS 500 TIMES INDEXED BY BF-INDEX.

PROCEDURE DIVISION.
Initialize-Pair-Table.
  PERFORM Load-League-Context
  SET PAIR-INDEX TO 1
  PERFORM Initialize-MC-Table.

  MOVE "B" TO menu-key(4) MOVE ACT-BEST-FRIENDS     TO menu-action(4)
  MOVE "R" TO menu-key(5) MOVE ACT-RESET-FILE       TO menu-action(5)
  MOVE "X" TO menu-key(6) MOVE ACT-EXPORT-CSV       TO menu-action(6)
  MOVE "F" TO menu-key(7) MOVE ACT-LIST-FEUDS       TO menu-action(7)
  MOVE "M" TO menu-key(8) MOVE ACT-MEDIATION        TO menu-action(8)
  MOVE "Q" TO menu-key(9) MOVE ACT-QUIT             TO menu-action(9).

Main-Logic.
  SET menu-mode TO TRUE
        WHEN ACT-BEST-FRIENDS     PERFORM Best-Friends-Report
        WHEN ACT-RESET-FILE       PERFORM Reset-File
        WHEN ACT-EXPORT-CSV       PERFORM Export-Friend-List-CSV
        WHEN ACT-LIST-FEUDS       PERFORM List-Feuds
        WHEN ACT-MEDIATION        PERFORM Request-Mediation
        WHEN ACT-QUIT             SET quit-mode TO TRUE
        WHEN OTHER                DISPLAY "INVALID ACTION"
      END-EVALUATE
      WRITE Friendship-Log-Record
    CLOSE Friendship-Log.

FEUD SECTION.
  List-Feuds.
    MOVE ZERO TO page-line-count feud-listed-count
    MOVE ZERO TO feud-status
    OPEN INPUT Feuds
    IF feuds-missing
      DISPLAY "NO FEUDS ON FILE"
      CLOSE Feuds
      EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUE TO fd-pairing
    START Feuds KEY >= fd-pairing
      INVALID KEY DISPLAY "NO FEUDS ON FILE"
      NOT INVALID KEY
        PERFORM UNTIL end-of-feuds
          READ Feuds NEXT RECORD
            AT END
              SET end-of-feuds TO TRUE
            NOT AT END
              PERFORM List-One-Feud
          END-READ
        END-PERFORM
    END-START
    CLOSE Feuds
    DISPLAY feud-listed-count " FEUD(S) LISTED".

  List-One-Feud.
    ADD 1 TO feud-listed-count
    IF feud-active
      DISPLAY fd-key-1 "& " fd-key-2 "- " fd-cause " " fd-intensity
        " ACTIVE SINCE " fd-started-date " LAST FLARE "
        fd-last-flare-date
      IF feud-mediation-requested
        DISPLAY "    MEDIATION REQUESTED"
      END-IF
    ELSE
      DISPLAY fd-key-1 "& " fd-key-2 "- " fd-cause " ENDED "
        fd-ended-date " BY " fd-ended-by
    END-IF
    PERFORM Page-Pause.

  Request-Mediation.
    MOVE "ENTER CHARACTER 1" TO ui-prompt
    PERFORM UI-Ask
    PERFORM UI-Normalize-Response
    MOVE ui-response TO feud-name-1

    MOVE "ENTER CHARACTER 2" TO ui-prompt
    PERFORM UI-Ask
    PERFORM UI-Normalize-Response
    MOVE ui-response TO feud-name-2

    IF feud-name-1 > feud-name-2
      MOVE feud-name-1 TO feud-swap-key
      MOVE feud-name-2 TO feud-name-1
      MOVE feud-swap-key TO feud-name-2
    END-IF

    MOVE ZERO TO feud-status
    OPEN I-O Feuds
    IF feuds-missing
      DISPLAY "NO FEUDS ON FILE"
      CLOSE Feuds
      EXIT PARAGRAPH
    END-IF
    MOVE feud-name-1 TO fd-key-1
    MOVE feud-name-2 TO fd-key-2
    READ Feuds
      INVALID KEY
        DISPLAY "NO FEUD BETWEEN THOSE CHARACTERS"
      NOT INVALID KEY
        IF feud-ended
          DISPLAY "THAT FEUD HAS ALREADY ENDED"
        ELSE
          SET feud-mediation-requested TO TRUE
          REWRITE Feud-Record
          DISPLAY "MEDIATION REQUESTED; THE NEXT SOCIAL EVENTS RUN"
            " WILL PAIR THEM"
        END-IF
    END-READ
    CLOSE Feuds.

CLOCK-MANAGEMENT SECTION.
  Load-Season-Clock.
    MOVE ZERO TO clock-found-flag
SIGNON-MANAGEMENT SECTION.
  COPY "src/copy/procedure/operator-signon.cpy".

LEAGUE-CONTEXT-MANAGEMENT SECTION.
  COPY "src/copy/procedure/league-context.cpy".

*> Build: `cobc -x -o build/friendship-editor src/main/cobol/friendship-editor.cob`
