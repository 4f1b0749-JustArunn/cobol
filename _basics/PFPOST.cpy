       01 PFPOST-AREA.
           05 PX-EMP-ID       PIC 9(5).
           05 PX-PERIOD       PIC 9(6).
           05 PX-EMP-SHARE    PIC 9(6)V99.
      *        PF DEDUCTED FROM THE EMPLOYEE'S PAY; THE EMPLOYER
      *        CONTRIBUTION POSTED WITH IT IS THE SAME AMOUNT
           05 PX-SOURCE       PIC X(10).
           05 PX-POSTED-BY    PIC 999.
