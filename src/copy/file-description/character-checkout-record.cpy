01 Character-Checkout-Record.
  02 cu-short-name    PIC X(10).
    88 checkout-is-exclusive-hold VALUE "*ALL*".
  02 cu-holder        PIC X(20).
  02 cu-operator      PIC X(10).
  02 cu-claimed-stamp PIC 9(14).
  02 cu-expires-stamp PIC 9(14).
