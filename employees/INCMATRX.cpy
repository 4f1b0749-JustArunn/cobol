       01 INCR-MATRIX-REC.
           05 IM-ROLE        PIC X(20).
      *        ROLE AS ON THE EMPLOYEE MASTER, OR DEFAULT FOR ANY
      *        ROLE WITHOUT ITS OWN ROW FOR THE RATING
           05 IM-RATING      PIC 9.
           05 IM-PCT         PIC 9(2)V99.
      *        INCREMENT ON CURRENT SALARY, IN PERCENT
           05 IM-SET-BY      PIC 999.
           05 IM-SET-DATE    PIC 9(8).
