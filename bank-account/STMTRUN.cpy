       01 STMT-RUN-REC.
           05 SR-PERIOD      PIC 9(6).
           05 SR-RUN-TS      PIC 9(14).
           05 SR-ACCOUNTS    PIC 9(5).
