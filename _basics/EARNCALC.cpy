       01 EARNCALC-AREA.
           05 EN-EMP-ID      PIC 9(5).
           05 EN-PERIOD      PIC 9(6).
           05 EN-BASIC       PIC 9(5).
      *        BASIC FOR THE MONTH BEFORE ANY UNPAID LEAVE CUT
           05 EN-LOP-DAYS    PIC 9(2).
           05 EN-MONTH-DAYS  PIC 9(2).
           05 EN-TOTAL       PIC 9(6).
           05 EN-EXEMPT-TOTAL PIC 9(6).
      *        THE NON-TAXABLE PART OF EN-TOTAL
           05 EN-COUNT       PIC 9(2).
           05 EN-COMPONENT OCCURS 8 TIMES.
               10 EN-CODE     PIC X(4).
               10 EN-DESC     PIC X(20).
               10 EN-TAXABLE  PIC X.
               10 EN-AMOUNT   PIC 9(6).
               10 EN-LOP-CUT  PIC 9(6).
