       01 GL-ACCOUNT-REC.
           05 GL-CODE        PIC 9(4).
           05 GL-NAME        PIC X(25).
           05 GL-CLASS       PIC X(1).
      *        A = ASSET, L = LIABILITY, I = INCOME, E = EXPENSE
           05 GL-DR-TOTAL    PIC 9(11)V99.
           05 GL-CR-TOTAL    PIC 9(11)V99.
      *        RUNNING DEBIT AND CREDIT TOTALS SINCE THE HEAD WAS
      *        OPENED; THE BALANCE IS THEIR DIFFERENCE
           05 GL-LAST-POSTED PIC 9(8).
