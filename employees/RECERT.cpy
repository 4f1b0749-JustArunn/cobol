       01 RECERT-REC.
           05 RC-QUARTER     PIC 9(5).
      *        YYYYQ - ONE CERTIFICATION ROUND PER CALENDAR QUARTER
           05 RC-REGISTRY    PIC X(5).
      *        EMP = OPERATOR (EMPLOYEES.DAT), KSDS = KSDS-USERS,
      *        USERS = USER DETAILS (USERS.DAT)
           05 RC-LOGIN-ID    PIC 999.
           05 RC-NAME        PIC X(20).
           05 RC-ROLE        PIC X(20).
           05 RC-DEPT        PIC X(4).
      *        OWNING DEPARTMENT; SPACES = NO OWNER FOUND, CERTIFIED
      *        BY A SUPERVISOR
           05 RC-LAST-SIGNON PIC 9(14).
      *        LATEST SUCCESSFUL SIGN-ON, 0 = NEVER OR NOT RECORDED
           05 RC-NOTE        PIC X(16).
           05 RC-DEADLINE    PIC 9(8).
           05 RC-STATUS      PIC X.
      *        P = PENDING, C = CONFIRMED, R = REVOKED BY THE
      *        CERTIFIER, D = DISABLED UNCERTIFIED AT THE DEADLINE
           05 RC-CERT-BY     PIC 999.
           05 RC-CERT-TS     PIC 9(14).
           05 RC-DISABLED-TS PIC 9(14).
