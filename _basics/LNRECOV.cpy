       01 LNRECOV-AREA.
           05 LR-ACTION      PIC X.
      *        F = FIND THE STAFF LOAN INSTALMENTS DUE FOR THE PERIOD,
      *        W = RECORD THE ONES FOUND FOR POSTING TO THE LOANS
           05 LR-EMP-ID      PIC 9(5).
           05 LR-PERIOD      PIC 9(6).
           05 LR-ROOM        PIC S9(7)V99.
      *        PAY LEFT AFTER EVERY OTHER DEDUCTION
           05 LR-TOTAL       PIC 9(6)V99.
           05 LR-LOAN-COUNT  PIC 9(2).
           05 LR-LOAN OCCURS 10 TIMES.
               10 LR-LOAN-NO    PIC 9(5).
               10 LR-INSTALL-NO PIC 9(3).
               10 LR-EMI        PIC 9(6).
               10 LR-RECORDED   PIC X.
