       01 BRANCH-REC.
           05 BM-CODE        PIC 999.
           05 BM-NAME        PIC X(20).
           05 BM-STATUS      PIC X(1).
      *        A = OPEN, C = CLOSED - NO NEW ACCOUNTS AND NO
      *        OPERATOR MAY SIGN ON AT IT
           05 BM-OPEN-DATE   PIC 9(8).
           05 BM-CLOSE-DATE  PIC 9(8).
