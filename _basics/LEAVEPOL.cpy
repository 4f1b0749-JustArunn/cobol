       01 LEAVE-POLICY-REC.
           05 LP-ROLE        PIC X(20).
      *        EMPLOYEE ROLE AS ON THE MASTER; DEFAULT COVERS EVERY
      *        ROLE WITHOUT A POLICY OF ITS OWN
           05 LP-ANNUAL-DAYS PIC 9(3).
      *        PAID LEAVE DAYS EARNED IN A FULL CALENDAR YEAR
           05 LP-ACCRUAL     PIC X(1).
      *        A = CREDITED FOR THE WHOLE YEAR BY THE FIRST ACCRUAL
      *        RUN OF THE YEAR, M = ONE TWELFTH CREDITED EACH MONTH
           05 LP-CARRY-CAP   PIC 9(3).
      *        MOST DAYS THE YEAR-END RUN CARRIES INTO THE NEXT
      *        YEAR; ANY BALANCE ABOVE IT LAPSES
