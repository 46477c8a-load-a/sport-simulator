01 GL-Header-Record.
  02 gi-hdr-type         PIC X.
  02 gi-hdr-source       PIC X(8).
  02 gi-hdr-league       PIC X(4).
  02 gi-hdr-period       PIC 9(6).
  02 gi-hdr-journal-date PIC 9(8).
  02 gi-hdr-created-date PIC 9(8).
  02 gi-hdr-created-time PIC 9(6).
  02 FILLER              PIC X(59).
01 GL-Journal-Record.
  02 gi-type PIC X.
    88 gi-header-line  VALUE "H".
    88 gi-journal-line VALUE "D".
    88 gi-trailer-line VALUE "T".
  02 gi-sequence     PIC 9(7).
  02 gi-journal-date PIC 9(8).
  02 gi-gl-account   PIC X(10).
  02 gi-cost-centre  PIC X(6).
  02 gi-debit-credit PIC X.
    88 gi-debit  VALUE "D".
    88 gi-credit VALUE "C".
  02 gi-amount PIC 9(11).
  02 gi-ledger-source PIC X.
    88 gi-from-team-ledger VALUE "T".
    88 gi-from-pay-ledger  VALUE "P".
  02 gi-team          PIC X(20).
  02 gi-category      PIC X(8).
  02 gi-posting-count PIC 9(5).
  02 FILLER           PIC X(22).
01 GL-Trailer-Record.
  02 gi-trl-type             PIC X.
  02 gi-trl-record-count     PIC 9(7).
  02 gi-trl-total-debits     PIC 9(13).
  02 gi-trl-total-credits    PIC 9(13).
  02 gi-trl-exception-count  PIC 9(5).
  02 gi-trl-exception-amount PIC 9(13).
  02 FILLER                  PIC X(48).
