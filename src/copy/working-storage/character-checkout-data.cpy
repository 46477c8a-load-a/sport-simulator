01 checkout-status PIC 99.
  88 end-of-checkouts VALUE 10.
  88 checkouts-missing VALUE 35.
01 checkout-view-flag PIC 9 VALUE ZERO.
  88 checkout-view-open VALUE 1.
01 checkout-hold-flag PIC 9 VALUE ZERO.
  88 checkout-exclusive-held VALUE 1.
01 checkout-found-flag PIC 9 VALUE ZERO.
  88 character-checked-out VALUE 1.
01 checkout-claim-flag PIC 9 VALUE ZERO.
  88 checkout-claim-denied VALUE 1.
01 checkout-skip-count PIC 9(5) VALUE ZERO.
01 checkout-live-count PIC 9(5) VALUE ZERO.
01 checkout-first-name PIC X(10).
01 checkout-first-holder PIC X(20).
01 checkout-operator PIC X(10) VALUE SPACES.
01 checkout-claimed-key PIC X(10) VALUE SPACES.
01 checkout-now-stamp PIC 9(14).
01 FILLER REDEFINES checkout-now-stamp.
  02 checkout-now-date   PIC 9(8).
  02 checkout-now-hour   PIC 99.
  02 checkout-now-minute PIC 99.
  02 checkout-now-second PIC 99.
01 checkout-expires-stamp PIC 9(14).
01 FILLER REDEFINES checkout-expires-stamp.
  02 checkout-expires-date   PIC 9(8).
  02 checkout-expires-hour   PIC 99.
  02 checkout-expires-minute PIC 99.
  02 checkout-expires-second PIC 99.
01 checkout-minutes PIC 9(12).
01 checkout-days PIC 9(8).
01 checkout-minute-of-day PIC 9(4).
78 CHECKOUT-EXPIRY-MINUTES VALUE 120.
78 EXCLUSIVE-HOLD-KEY VALUE "*ALL*".
