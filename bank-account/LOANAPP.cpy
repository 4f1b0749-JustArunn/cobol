       01 LOAN-APP-REC.
           05 LA-APP-NO         PIC 9(5).
           05 LA-CUST-ID        PIC 9(5).
           05 LA-ACC-NUMBER     PIC 9(5).
      *        ACCOUNT THE LOAN IS PAID INTO AND COLLECTED FROM
           05 LA-AMOUNT         PIC 9(7).
           05 LA-TERM-MONTHS    PIC 9(3).
           05 LA-ANNUAL-RATE    PIC 99V99.
           05 LA-PURPOSE        PIC X(20).
           05 LA-EMP-ID         PIC 9(5).
      *        NON-ZERO FOR A STAFF APPLICANT, WHOSE INCOME IS TAKEN
      *        FROM THEIR LATEST NET PAY IN SALARY-HISTORY.DAT
           05 LA-INCOME         PIC 9(7)V99.
           05 LA-INCOME-SOURCE  PIC X(1).
      *        S = SALARY HISTORY, D = DECLARED BY THE APPLICANT
           05 LA-EMI            PIC 9(6).
           05 LA-OTHER-EMI      PIC 9(6).
      *        EMIS ALREADY RUNNING ON THE CUSTOMER'S ACTIVE LOANS
           05 LA-EMI-PCT        PIC 9(3)V99.
      *        NEW AND RUNNING EMIS AS A PERCENT OF LA-INCOME
           05 LA-ELIGIBLE       PIC X(1).
           05 LA-STATUS         PIC X(10).
      *        PENDING, SANCTIONED, REJECTED OR DISBURSED
           05 LA-MAKER          PIC 999.
           05 LA-APP-DATE       PIC 9(8).
           05 LA-CHECKER        PIC 999.
           05 LA-DECISION-DATE  PIC 9(8).
           05 LA-LOAN-NO        PIC 9(5).
