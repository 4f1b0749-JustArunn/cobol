       01 SWEEP-LOG-REC.
           05 SG-DATE         PIC 9(8).
           05 SG-TIME         PIC 9(6).
           05 SG-ACC-NUMBER   PIC 9(5).
           05 SG-DIRECTION    PIC X(3).
      *        OUT = SAVINGS SWEPT INTO A NEW DEPOSIT,
      *        IN  = SWEPT DEPOSIT BROKEN BACK INTO SAVINGS
           05 SG-TD-NUMBER    PIC 9(5).
           05 SG-AMOUNT       PIC 9(5)V99.
      *        PRINCIPAL SWEPT OUT, OR PAYOUT CREDITED ON THE WAY IN
           05 SG-INTEREST     PIC 9(5)V99.
           05 SG-TRIGGER      PIC X(8).
      *        NIGHTLY, WITHDRAW, TRANSFER OR CHEQUE
           05 SG-TELLER       PIC 999.
