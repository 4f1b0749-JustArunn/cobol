       01 CONCESSION-REC.
           05 CN-ROLL        PIC 9(5).
           05 CN-SESSION     PIC 9(4).
      *        SESSION WHOSE RANK LIST EARNED THE AWARD; THE
      *        CONCESSION COMES OFF THAT SESSION'S FEE
           05 CN-CLASS       PIC 9(2).
           05 CN-RANK        PIC 9(3).
      *        RANK WITHIN THE CLASS; EQUAL PERCENTAGES SHARE A RANK
           05 CN-NAME        PIC A(20).
           05 CN-STUDENT-PCT PIC 9(3)V99.
           05 CN-ATT-PCT     PIC 9(3)V99.
           05 CN-BASIS       PIC X.
      *        P = PERCENTAGE OF THE SESSION FEE, F = FIXED AMOUNT
           05 CN-PCT         PIC 9(3)V99.
           05 CN-AMOUNT      PIC 9(6).
      *        FEE FOREGONE, NEVER MORE THAN THE SESSION FEE
           05 CN-AWARD-DATE  PIC 9(8).
