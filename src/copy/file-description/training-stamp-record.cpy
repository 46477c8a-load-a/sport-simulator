01 Training-Stamp-Record.
  02 ts-label        PIC X(13).
  02 FILLER          PIC X VALUE SPACE.
  02 ts-cloned-date  PIC 9(8).
  02 FILLER          PIC X VALUE SPACE.
  02 ts-cloned-time  PIC 9(6).
  02 FILLER          PIC X VALUE SPACE.
  02 ts-source       PIC X(10).
    88 ts-from-live-data  VALUE "LIVE".
    88 ts-from-backup     VALUE "BACKUP-G1".
  02 FILLER          PIC X VALUE SPACE.
  02 ts-operator     PIC X(10).
