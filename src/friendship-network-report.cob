    RECORD KEY pairing
    FILE STATUS IS friend-file.

  SELECT Feuds ASSIGN TO "data/feuds.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fd-pairing
    FILE STATUS IS feud-status.

  SELECT Social-Priority ASSIGN TO "data/social-priority.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS priority-status.

  COPY "src/copy/file-description/friend-record.cpy".

FD Feuds
  LABEL RECORDS ARE STANDARD
  DATA RECORDS ARE Feud-Record.

  COPY "src/copy/file-description/feud-record.cpy".

FD Social-Priority.
  01 Social-Priority-Record.
    02 spr-short-name PIC X(10).
  01 friend-file PIC 99.
    88 end-of-friend-list VALUE 10.
  01 priority-status PIC 99.
  COPY "src/copy/working-storage/feud-data.cpy".
  01 active-feud-count PIC 9(4) VALUE ZERO.
  01 error-log-status PIC 99.
  01 run-file-error-count PIC 9(3) VALUE ZERO.

  78 NETWORK-TIE-FLOOR VALUE 200.
  78 ISOLATE-FLOOR VALUE 100.
  PERFORM Find-Cliques
  PERFORM Find-Isolates
  PERFORM Score-Team-Cohesion
  PERFORM List-Active-Feuds

  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE SPACES TO print-line
  STRING clique-count " CLIQUE(S), " isolate-count
    " ISOLATE(S), " strong-pair-count " STRONG PAIR(S), "
    active-feud-count " FEUD(S)"
    DELIMITED BY SIZE INTO print-line
  PERFORM Write-Print-Line
  CLOSE Report-Print
    DISPLAY "NO SAME-TEAM STRONG PAIRS."
  END-IF.

List-Active-Feuds.
  MOVE SPACES TO print-line
  PERFORM Write-Print-Line
  MOVE "--- FEUDS (ACTIVE HOSTILE PAIRS) ---" TO print-line
  PERFORM Write-Print-Line
  DISPLAY SPACES
  DISPLAY "=== FEUDS ==="

  MOVE ZERO TO feud-status
  OPEN INPUT Feuds
  IF NOT feuds-missing
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
                PERFORM Print-One-Feud
              END-IF
          END-READ
        END-PERFORM
    END-START
  END-IF
  CLOSE Feuds

  IF active-feud-count = ZERO
    MOVE "NO ACTIVE FEUDS." TO print-line
    PERFORM Write-Print-Line
    DISPLAY "NO ACTIVE FEUDS."
  END-IF.

Print-One-Feud.
  ADD 1 TO active-feud-count
  MOVE SPACES TO print-line
  STRING FUNCTION TRIM(fd-key-1) " VS " FUNCTION TRIM(fd-key-2)
    " (" FUNCTION TRIM(fd-cause) ") HEAT " fd-intensity
    " SINCE " fd-started-date
    DELIMITED BY SIZE INTO print-line
  IF feud-mediation-requested
    MOVE "MEDIATION REQUESTED" TO print-line(61:19)
  END-IF
  PERFORM Write-Print-Line
  DISPLAY print-line.

Tally-Team-Cohesion.
  MOVE ZERO TO cohesion-found
  PERFORM VARYING TC-INDEX FROM 1 BY 1
