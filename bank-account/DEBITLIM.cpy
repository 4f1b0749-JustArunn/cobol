       01 DEBIT-LIMIT-REC.
           05 DL-ACC-TYPE     PIC X(1).
      *        S OR C: THE ACCOUNT TYPE THE LINE APPLIES TO
           05 DL-ACC-NUMBER   PIC 9(5).
      *        0 = DEFAULT FOR EVERY ACCOUNT OF THE TYPE, OTHERWISE
      *        AN OVERRIDE FOR THAT ONE ACCOUNT
           05 DL-CHANNEL      PIC X(3).
      *        CTR = COUNTER WITHDRAWAL, XFR = TRANSFER,
      *        CHQ = CHEQUE PAID, SO = STANDING ORDER OR LOAN
      *        INSTALMENT DEBIT
           05 DL-MAX-TXN      PIC 9(5)V99.
      *        LARGEST SINGLE DEBIT, 0 = NO LIMIT
           05 DL-DAILY-CAP    PIC 9(7)V99.
      *        TOTAL OF THE DAY'S DEBITS ON THE CHANNEL, 0 = NO CAP
           05 DL-ACTION       PIC X(1).
      *        S = SET, R = ACCOUNT OVERRIDE WITHDRAWN (THE TYPE
      *        DEFAULT APPLIES AGAIN)
           05 DL-SET-DATE     PIC 9(8).
           05 DL-SET-BY       PIC 999.
