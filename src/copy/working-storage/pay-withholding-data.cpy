01 withholding-table-status PIC 99.
  88 end-of-withholding-table VALUE 10.
  88 withholding-table-missing VALUE 35.
01 character-fines-status PIC 99.
  88 end-of-character-fines VALUE 10.
  88 character-fines-missing VALUE 35.

01 withhold-dues-percent    PIC 9(3)V9 VALUE ZERO.
01 withhold-pension-percent PIC 9(3)V9 VALUE ZERO.
01 withhold-fines-percent   PIC 9(3)V9 VALUE ZERO.

01 Fine-Balance-Table.
  02 Fine-Balance-Entry OCCURS 200 TIMES INDEXED BY FB-INDEX.
    03 fb-short-name  PIC X(10).
    03 fb-outstanding PIC 9(7).
    03 fb-withheld    PIC 9(7).
01 fine-balance-count PIC 9(3) VALUE ZERO.
01 fb-found PIC 9 VALUE ZERO.
  88 fb-character-was-found VALUE 1.

01 withhold-remaining PIC 9(3).
01 withhold-work PIC 9(5).
