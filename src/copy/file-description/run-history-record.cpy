  02 rh-rejected PIC 9(5).
  02 FILLER PIC X VALUE SPACE.
  02 rh-status PIC X(8).
  02 FILLER PIC X VALUE SPACE.
  02 rh-completion-code PIC 99.
    88 rh-ended-clean          VALUE 0.
    88 rh-ended-with-warnings  VALUE 4.
    88 rh-rejects-over-limit   VALUE 8.
    88 rh-file-error           VALUE 12.
    88 rh-abended              VALUE 16.
