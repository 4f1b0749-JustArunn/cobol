       01 INCR-PROPOSAL-REC.
           05 IP-CYCLE       PIC X(10).
           05 IP-EMP-ID      PIC 999.
           05 IP-ROLE        PIC X(20).
           05 IP-RATING      PIC 9.
           05 IP-PCT         PIC 9(2)V99.
           05 IP-OLD-SALARY  PIC 9(6).
           05 IP-NEW-SALARY  PIC 9(6).
           05 IP-EFF-DATE    PIC 9(8).
      *        COMMON EFFECTIVE DATE FOR THE WHOLE CYCLE
           05 IP-STATUS      PIC X(8).
      *        PROPOSED, APPLIED, OR DROPPED WHEN THE EMPLOYEE LEFT
      *        OR HAD THEIR SALARY CHANGED BEFORE APPROVAL
           05 IP-PROPOSED-BY PIC 999.
           05 IP-APPROVED-BY PIC 999.
           05 IP-APPLIED-DATE PIC 9(8).
