       01 EARN-COMPONENT-REC.
           05 EC-CODE         PIC X(4).
           05 EC-DESC         PIC X(20).
           05 EC-TAXABLE      PIC X.
      *        Y = PART OF THE INCOME TAX BASE, N = EXEMPT
           05 EC-LOP          PIC X.
      *        Y = CUT PRO-RATA FOR UNPAID LEAVE DAYS LIKE BASIC
           05 EC-CALC         PIC X.
      *        F = FIXED MONTHLY AMOUNT, P = PERCENTAGE OF BASIC
           05 EC-VALUE        PIC 9(6)V99.
      *        THE DEFAULT AMOUNT (F) OR PERCENT (P); AN EMPLOYEE'S
      *        ASSIGNMENT MAY CARRY ITS OWN FIGURE INSTEAD
           05 EC-STATUS       PIC X(6).
      *        ACTIVE OR CLOSED - A CLOSED COMPONENT IS NOT PAID
