           05 CA-TIMESTAMP    PIC 9(14).
           05 CA-EMP-ID       PIC 999.
           05 CA-OPERATION    PIC X(6).
      *        ADD / UPDATE / DELETE / STATUS / MERGE / ANONYM
           05 CA-CUST-ID      PIC 9(5).
           05 CA-BEFORE-REC   PIC X(120).
           05 CA-AFTER-REC    PIC X(120).
