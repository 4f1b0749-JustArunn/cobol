       01 ACC-HOLDER-REC.
           05 AH-ACC-NUMBER  PIC 9(5).
           05 AH-CUST-ID     PIC 9(5).
           05 AH-ROLE        PIC X(1).
      *        P = PRIMARY (THE ACC-CUST-ID OWNER), J = JOINT
      *        HOLDER, N = NOMINEE - NO OPERATING RIGHTS
           05 AH-MANDATE     PIC X(1).
      *        CARRIED ON THE PRIMARY LINE ONLY: E = EITHER OR
      *        SURVIVOR, J = JOINTLY (ALL HOLDERS SIGN). AN ACCOUNT
      *        WITH NO PRIMARY LINE IS SOLELY HELD
           05 AH-ADDED-DATE  PIC 9(8).
           05 AH-ADDED-BY    PIC 999.
           05 AH-STATUS      PIC X(8).
      *        ACTIVE = IN FORCE, REMOVED = NO LONGER A HOLDER
