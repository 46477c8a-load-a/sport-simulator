01 league-signon-status PIC 99.
  88 league-signon-missing VALUE 35.
01 current-league-id PIC X(4) VALUE "MAIN".
  88 main-league-signed-on VALUE "MAIN".
01 league-data-prefix PIC X(12) VALUE "data/".
01 League-File-Names.
  02 standings-file-name        PIC X(40) VALUE "data/standings.dat".
  02 calendar-file-name         PIC X(40) VALUE "data/calendar.dat".
  02 treasury-file-name         PIC X(40) VALUE "data/treasury.dat".
  02 league-structure-file-name PIC X(40)
       VALUE "data/league-structure.dat".
  02 season-clock-file-name     PIC X(40)
       VALUE "data/season-clock.dat".
  02 game-history-file-name     PIC X(40)
       VALUE "data/game-history.dat".
  02 game-log-file-name         PIC X(40) VALUE "data/game-log.dat".
  02 weather-file-name          PIC X(40) VALUE "data/weather.dat".
  02 attendance-file-name       PIC X(40)
       VALUE "data/attendance.dat".
  02 postponement-file-name     PIC X(40)
       VALUE "data/postponements.dat".
