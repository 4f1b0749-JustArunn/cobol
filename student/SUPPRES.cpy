       01 SUPPRES-AREA.
           05 SX-ROLL        PIC 9(5).
           05 SX-SESSION     PIC 9(4).
           05 SX-SAT-COUNT   PIC 9.
      *        PAPERS WITH A SUPPLEMENTARY MARK ON FILE
           05 SX-PAPER OCCURS 8 TIMES.
               10 SX-REGULAR  PIC 9(3).
               10 SX-PASS     PIC 9(3).
      *            REGULAR MARK AND PASS MARK, SET BY THE CALLER
               10 SX-SAT      PIC X.
               10 SX-SUPP-MARK PIC 9(3).
               10 SX-RULE     PIC X.
               10 SX-RESULT   PIC 9(3).
      *            MARK THAT COUNTS FOR TOTALS, GRADES AND THE RESULT
