       01 LEAVEBAL-AREA.
           05 LB-EMP-ID      PIC 9(5).
           05 LB-YEAR        PIC 9(4).
           05 LB-FOUND       PIC X.
      *        Y = THE EMPLOYEE HAS A LEDGER ROW FOR THE YEAR
           05 LB-STATUS      PIC X(6).
           05 LB-OPENING     PIC 9(3)V99.
           05 LB-ACCRUED     PIC 9(3)V99.
           05 LB-TAKEN       PIC 9(3)V99.
           05 LB-CARRIED     PIC 9(3)V99.
           05 LB-LAPSED      PIC 9(3)V99.
           05 LB-BALANCE     PIC S9(3)V99.
      *        OPENING + ACCRUED - TAKEN - CARRIED - LAPSED; BELOW
      *        ZERO ONLY FOR LEAVE TAKEN BEFORE THE LEDGER EXISTED
           05 LB-PENDING     PIC 9(3)V99.
      *        PAID LEAVE RECORDED FOR THE YEAR BUT NOT YET DECIDED;
      *        NOT IN TAKEN OR BALANCE, BUT HELD AGAINST THE BALANCE
      *        WHEN MORE LEAVE IS RECORDED
