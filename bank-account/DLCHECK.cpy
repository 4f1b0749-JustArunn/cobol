       01 DLCHECK-AREA.
           05 DC-ACC-NUMBER  PIC 9(5).
           05 DC-ACC-TYPE    PIC X(1).
      *        SPACE = LOOK THE TYPE UP ON ACCOUNTS.DAT; CALLERS
      *        HOLDING THAT FILE OPEN PASS THE TYPE THEY HAVE READ
           05 DC-CHANNEL     PIC X(3).
      *        CTR, XFR, CHQ OR SO - SEE DEBITLIM
           05 DC-AMOUNT      PIC 9(7)V99.
           05 DC-MAX-TXN     PIC 9(5)V99.
      *        RETURNED: PER-TRANSACTION LIMIT IN FORCE, 0 = NONE
           05 DC-DAILY-CAP   PIC 9(7)V99.
      *        RETURNED: DAILY CAP IN FORCE, 0 = NONE
           05 DC-USED-TODAY  PIC 9(7)V99.
      *        RETURNED: CHANNEL DEBITS ALREADY POSTED TODAY
           05 DC-RESULT      PIC X(1).
      *        RETURNED: Y = WITHIN LIMITS, T = OVER THE SINGLE
      *        TRANSACTION LIMIT, D = OVER THE DAILY CAP
