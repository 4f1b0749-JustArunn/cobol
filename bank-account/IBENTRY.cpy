      *    INTER-BRANCH ENTRY. A TRANSFER BETWEEN ACCOUNTS HOMED AT
      *    DIFFERENT BRANCHES WRITES ONE LINE FOR EACH SIDE: THE
      *    SENDING BRANCH'S LINE IS POSITIVE (DUE TO THE CONTRA
      *    BRANCH), THE RECEIVING BRANCH'S NEGATIVE, SO THE TWO
      *    LINES OF ONE TRANSFER NET TO ZERO
       01 IB-ENTRY-REC.
           05 IB-DATE        PIC 9(8).
           05 IB-TIMESTAMP   PIC 9(14).
           05 IB-BRANCH      PIC 999.
           05 IB-CONTRA-BRANCH PIC 999.
           05 IB-ACC-NUMBER  PIC 9(5).
           05 IB-CONTRA-ACC  PIC 9(5).
           05 IB-AMOUNT      PIC S9(7)V99.
           05 IB-REF         PIC X(14).
