       01 STAFF-LOAN-RECOVERY-REC.
           05 SR-PERIOD      PIC 9(6).
           05 SR-EMP-ID      PIC 9(5).
           05 SR-LOAN-NO     PIC 9(5).
           05 SR-INSTALL-NO  PIC 9(3).
           05 SR-AMOUNT      PIC 9(6).
           05 SR-STATUS      PIC X(8).
      *        PENDING = DEDUCTED FROM PAY, NOT YET ON THE LOAN,
      *        POSTED = APPLIED BY LOANSYS, UNAPPLD = THE LOAN WAS
      *        NO LONGER ACTIVE - REFUND THE EMPLOYEE
           05 SR-RUN-DATE    PIC 9(8).
           05 SR-POST-DATE   PIC 9(8).
