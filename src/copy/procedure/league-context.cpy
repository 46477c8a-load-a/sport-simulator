Load-League-Context.
    MOVE "MAIN" TO current-league-id
    OPEN INPUT League-Signon
    IF NOT league-signon-missing
      READ League-Signon
        AT END
          CONTINUE
        NOT AT END
          IF league-signon-line NOT = SPACES
            MOVE league-signon-line TO current-league-id
          END-IF
      END-READ
    END-IF
    CLOSE League-Signon
    PERFORM Build-League-File-Names.

Build-League-File-Names.
    MOVE SPACES TO league-data-prefix
    IF main-league-signed-on
      MOVE "data/" TO league-data-prefix
    ELSE
      STRING "data/" DELIMITED BY SIZE
        current-league-id DELIMITED BY SPACE
        "-" DELIMITED BY SIZE
        INTO league-data-prefix
    END-IF
    MOVE SPACES TO League-File-Names
    STRING league-data-prefix DELIMITED BY SPACE
      "standings.dat" DELIMITED BY SIZE
      INTO standings-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "calendar.dat" DELIMITED BY SIZE
      INTO calendar-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "treasury.dat" DELIMITED BY SIZE
      INTO treasury-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "league-structure.dat" DELIMITED BY SIZE
      INTO league-structure-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "season-clock.dat" DELIMITED BY SIZE
      INTO season-clock-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "game-history.dat" DELIMITED BY SIZE
      INTO game-history-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "game-log.dat" DELIMITED BY SIZE
      INTO game-log-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "weather.dat" DELIMITED BY SIZE
      INTO weather-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "attendance.dat" DELIMITED BY SIZE
      INTO attendance-file-name
    STRING league-data-prefix DELIMITED BY SPACE
      "postponements.dat" DELIMITED BY SIZE
      INTO postponement-file-name.
