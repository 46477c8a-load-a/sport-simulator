01 Milestone-Definition-Record.
  02 md-code           PIC X(10).
  02 FILLER            PIC X VALUE SPACE.
  02 md-stat           PIC X(12).
    88 md-on-games        VALUE "GAMES".
    88 md-on-wins         VALUE "WINS".
    88 md-on-experience   VALUE "EXPERIENCE".
    88 md-on-team-seasons VALUE "TEAM-SEASONS".
  02 FILLER            PIC X VALUE SPACE.
  02 md-threshold      PIC 9(6).
  02 FILLER            PIC X VALUE SPACE.
  02 md-popularity-gain PIC 99.
  02 FILLER            PIC X VALUE SPACE.
  02 md-spirit-gain    PIC 99.
  02 FILLER            PIC X VALUE SPACE.
  02 md-title          PIC X(30).
