      *        ACTIVE (OR SPACES ON PRE-LIFECYCLE RECORDS) = ON THE
      *        PAYROLL, LEFT = RESIGNED OR RETIRED - KEPT ON FILE SO
      *        THE SALARY-CHANGE TIMELINE AND HISTORY STAY INTACT
           05 FILLER PIC X(2).
           05 EMP-MANAGER-ID PIC 999.
      *        EMP-ID OF THE REPORTING MANAGER; 0 = REPORTS TO NO
      *        ONE. A MANAGER MUST BE ON FILE AND NOT LEFT, AND NO
      *        CHAIN OF MANAGERS MAY LEAD BACK TO THE EMPLOYEE
