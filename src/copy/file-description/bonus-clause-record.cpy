  02 bc-status PIC X.
    88 bonus-clause-open VALUE "O".
    88 bonus-clause-paid VALUE "P".
    88 bonus-clause-void VALUE "V".
