       01 IBPOST-AREA.
           05 XB-FROM-ACC    PIC 9(5).
           05 XB-FROM-BRANCH PIC 999.
           05 XB-TO-ACC      PIC 9(5).
           05 XB-TO-BRANCH   PIC 999.
           05 XB-AMOUNT      PIC 9(7)V99.
           05 XB-TIMESTAMP   PIC 9(14).
           05 XB-REF         PIC X(14).
           05 XB-POSTED-FLAG PIC X(1).
      *        Y = INTER-BRANCH LINES WRITTEN, N = SAME BRANCH
