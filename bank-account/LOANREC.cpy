           05 LN-PAID-COUNT  PIC 9(3).
           05 LN-START-DATE  PIC 9(8).
           05 LN-STATUS      PIC X(6).
           05 LN-APP-NO      PIC 9(5).
      *        THE SANCTIONED APPLICATION THE LOAN WAS DISBURSED
      *        AGAINST; ZERO ON LOANS BOOKED BEFORE APPLICATIONS
           05 LN-STAFF-EMP-ID PIC 9(5).
      *        NON-ZERO ON A STAFF LOAN: THE EMI IS DEDUCTED FROM
      *        THIS EMPLOYEE'S PAY BY SALARYCALC AND POSTED FROM
      *        STAFF-LOAN-RECOVERIES.DAT, AND LOANCOLL LEAVES IT ALONE
