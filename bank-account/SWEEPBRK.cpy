       01 SWEEPBRK-AREA.
           05 SB-ACC-NUMBER  PIC 9(5).
           05 SB-AMOUNT      PIC 9(5)V99.
      *        DEBIT ABOUT TO BE ATTEMPTED ON THE ACCOUNT
           05 SB-TRIGGER     PIC X(8).
      *        WITHDRAW, TRANSFER OR CHEQUE
           05 SB-TELLER      PIC 999.
           05 SB-BROKEN      PIC 9(3).
      *        RETURNED: SWEPT DEPOSITS BROKEN
           05 SB-RELEASED    PIC 9(6)V99.
      *        RETURNED: NET AMOUNT CREDITED BACK TO THE ACCOUNT
           05 SB-RESULT      PIC X(1).
      *        RETURNED: N = NOTHING NEEDED (NO MANDATE, FUNDS
      *        ALREADY COVER, OR THE ACCOUNT IS BLOCKED),
      *        Y = DEPOSITS BROKEN, S = SWEPT DEPOSITS CANNOT COVER
      *        THE SHORTFALL - NONE BROKEN
