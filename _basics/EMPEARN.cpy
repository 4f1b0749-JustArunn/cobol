       01 EMP-EARNING-REC.
           05 EA-EMP-ID       PIC 9(5).
           05 EA-CODE         PIC X(4).
           05 EA-VALUE        PIC 9(6)V99.
      *        ZERO = THE COMPONENT'S DEFAULT AMOUNT OR PERCENT
           05 EA-FROM-PERIOD  PIC 9(6).
           05 EA-TO-PERIOD    PIC 9(6).
      *        LAST PERIOD PAID; ZERO WHILE THE ASSIGNMENT IS OPEN
           05 EA-SET-BY       PIC 999.
           05 EA-SET-DATE     PIC 9(8).
