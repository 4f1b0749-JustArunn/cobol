       01 POSITIVE-PAY-REC.
           05 PP-ACC-NUMBER   PIC 9(5).
           05 PP-CHQ-NUMBER   PIC 9(6).
           05 PP-AMOUNT       PIC 9(5)V99.
           05 PP-PAYEE        PIC X(30).
           05 PP-CHQ-DATE     PIC 9(8).
      *        DATE WRITTEN ON THE CHEQUE BY THE DRAWER
           05 PP-STATUS       PIC X(8).
      *        REGISTRD = AWAITING PRESENTMENT
      *        USED     = MATCHED AND PAID IN AN INWARD CLEARING RUN;
      *                   THE LEAF CANNOT BE MATCHED AGAIN
      *        CANCELLD = WITHDRAWN BY THE ACCOUNT HOLDER
           05 PP-REG-DATE     PIC 9(8).
           05 PP-REG-BY       PIC 999.
           05 PP-USED-DATE    PIC 9(8).
