01 feud-status PIC 99.
  88 end-of-feuds VALUE 10.
  88 feuds-missing VALUE 35.
78 FEUD-LIVE-LEVEL VALUE 25.
78 FEUD-MAX-INTENSITY VALUE 100.
01 feud-name-1 PIC X(10).
01 feud-name-2 PIC X(10).
01 feud-swap-key PIC X(10).
01 feud-cause PIC X(10).
01 feud-heat PIC 999.
01 feud-date PIC 9(8).
01 feud-work PIC 9(4).
