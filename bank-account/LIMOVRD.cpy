       01 LIMIT-OVERRIDE-REC.
           05 LO-TIMESTAMP    PIC 9(14).
           05 LO-ACC-NUMBER   PIC 9(5).
           05 LO-CHANNEL      PIC X(3).
           05 LO-AMOUNT       PIC 9(5)V99.
           05 LO-USED-TODAY   PIC 9(7)V99.
           05 LO-BREACH       PIC X(1).
      *        T = SINGLE TRANSACTION LIMIT, D = DAILY CAP
           05 LO-MAX-TXN      PIC 9(5)V99.
           05 LO-DAILY-CAP    PIC 9(7)V99.
           05 LO-TELLER       PIC 999.
           05 LO-SUPERVISOR   PIC 999.
