       01 APPRAISAL-REC.
           05 AP-CYCLE       PIC X(10).
      *        APPRAISAL CYCLE, E.G. APR2026; CARRIED ON THE SALARY
      *        CHANGES AN INCREMENT RUN WRITES FOR IT
           05 AP-EMP-ID      PIC 999.
           05 AP-RATING      PIC 9.
      *        1 = UNSATISFACTORY UP TO 5 = OUTSTANDING
           05 AP-RATED-BY    PIC 999.
           05 AP-RATED-DATE  PIC 9(8).
