           05 SH-DEDUCTIONS     PIC 9(6)V99.
           05 SH-NET-SALARY     PIC 9(7)V99.
           05 SH-REC-TYPE       PIC X(1).
      *        R (OR SPACE) = REGULAR PAY, A = ADJUSTMENT,
      *        F = FULL AND FINAL SETTLEMENT OF A LEAVER, WITH THE
      *        LEAVING PERIOD IN SH-ADJ-PERIOD
           05 SH-ADJ-AMOUNT     PIC S9(5) SIGN LEADING SEPARATE.
           05 SH-ADJ-REASON     PIC X(2).
           05 SH-ADJ-PERIOD     PIC 9(6).
           05 SH-PROF-TAX       PIC 9(4)V99.
           05 SH-INCOME-TAX     PIC 9(6)V99.
           05 SH-ADV-RECOVERY   PIC 9(5)V99.
           05 SH-LOAN-RECOVERY  PIC 9(6)V99.
      *        STAFF LOAN EMIS DEDUCTED IN THE PERIOD, PART OF
      *        SH-DEDUCTIONS; SPACES ON ROWS WRITTEN BEFORE IT EXISTED
      *        EARNINGS COMPONENTS PAID ON A REGULAR ROW, PART OF
      *        SH-TOTAL-SALARY ALONG WITH BASIC AND BONUS; THE COUNT
      *        IS SPACES ON ROWS WRITTEN BEFORE COMPONENTS EXISTED
           05 SH-COMP-COUNT     PIC 9(2).
           05 SH-COMP-TABLE.
               10 SH-COMPONENT OCCURS 8 TIMES.
                   15 SH-COMP-CODE    PIC X(4).
                   15 SH-COMP-TAXABLE PIC X.
                   15 SH-COMP-AMOUNT  PIC 9(6).
                   15 SH-COMP-LOP-CUT PIC 9(6).
