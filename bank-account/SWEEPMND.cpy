       01 SWEEP-MANDATE-REC.
           05 SM-ACC-NUMBER   PIC 9(5).
      *        SAVINGS ACCOUNT THE MANDATE SWEEPS
           05 SM-THRESHOLD    PIC 9(7)V99.
      *        BALANCE LEFT IN THE ACCOUNT; ONLY THE EXCESS SWEEPS
           05 SM-UNIT         PIC 9(5).
      *        DEPOSITS ARE OPENED IN WHOLE MULTIPLES OF THIS AMOUNT
           05 SM-TERM-MONTHS  PIC 9(3).
           05 SM-RATE         PIC 99V99.
      *        CONTRACT RATE FOR DEPOSITS THE SWEEP OPENS
           05 SM-STATUS       PIC X(6).
      *        ACTIVE / CANCEL
           05 SM-SET-DATE     PIC 9(8).
           05 SM-SET-BY       PIC 999.
