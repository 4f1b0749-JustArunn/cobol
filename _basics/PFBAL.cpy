       01 PFBAL-AREA.
           05 PB-EMP-ID       PIC 9(5).
           05 PB-FY-YEAR      PIC 9(4).
      *        FUND YEAR, APRIL OF THIS YEAR TO MARCH OF THE NEXT
           05 PB-TO-PERIOD    PIC 9(6).
      *        LAST MONTH INTEREST IS WORKED OUT TO; 0 = MARCH
           05 PB-INT-RATE     PIC V9(4).
      *        ANNUAL RATE THE INTEREST DUE IS WORKED OUT AT
           05 PB-FOUND        PIC X.
      *        Y = THE MEMBER HAS ANY ENTRY ON THE LEDGER
           05 PB-OPENING      PIC S9(8)V99.
           05 PB-EMP-SHARE    PIC 9(8)V99.
           05 PB-ER-SHARE     PIC 9(8)V99.
           05 PB-INTEREST     PIC 9(8)V99.
           05 PB-WITHDRAWN    PIC 9(8)V99.
           05 PB-CLOSING      PIC S9(8)V99.
      *        OPENING + BOTH SHARES + INTEREST - WITHDRAWN, AS AT
      *        THE LAST ENTRY IN THE YEAR
           05 PB-INT-DUE      PIC 9(7)V99.
      *        INTEREST EARNED IN THE YEAR UP TO PB-TO-PERIOD: THE
      *        RATE ON EACH MONTH-END BALANCE, ONE TWELFTH AT A TIME
