       01 CHARGE-SCHED-REC.
           05 CS-EVENT       PIC X(4).
      *        BOOK = CHEQUE BOOK ISSUED, CRTN = CHEQUE RETURNED
      *        UNPAID, MINB = SAVINGS BELOW THE MINIMUM BALANCE,
      *        MNTH = MONTHLY ACCOUNT MAINTENANCE FEE, ORTN = CHEQUE
      *        PAID IN BY THE CUSTOMER RETURNED BY THE DRAWEE BANK
           05 CS-DESC        PIC X(20).
           05 CS-AMOUNT      PIC 9(5)V99.
           05 CS-ACC-TYPES   PIC X(2).
      *        ACCOUNT TYPES THE CHARGE APPLIES TO: "SC" FOR BOTH,
      *        "S " SAVINGS ONLY, "C " CURRENT ONLY
