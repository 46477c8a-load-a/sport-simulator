01 rules-as-of-date PIC 9(8) VALUE ZERO.
01 rules-cutoff-date PIC 9(8).
01 rules-version-effective PIC 9(8).
01 rules-version-best PIC 9(8).
01 rules-version-earliest PIC 9(8).
01 rules-version-count PIC 9(5).
01 rules-version-pick PIC 9(5).
01 rules-version-earliest-pick PIC 9(5).
01 rules-version-found-flag PIC 9 VALUE ZERO.
  88 rules-version-found VALUE 1.
