       01 DEPT-BUDGET-REC.
           05 DB-DEPT-CODE   PIC X(4).
           05 DB-FY-YEAR     PIC 9(4).
      *        FINANCIAL YEAR BY ITS STARTING YEAR, APRIL TO MARCH
           05 DB-HEADCOUNT   PIC 9(4).
      *        APPROVED HEADCOUNT FOR THE YEAR
           05 DB-MONTH-BUDGET PIC 9(8).
      *        GROSS SALARY THE DEPARTMENT MAY SPEND IN A MONTH
           05 DB-APPROVED-BY PIC 999.
           05 DB-SET-DATE    PIC 9(8).
