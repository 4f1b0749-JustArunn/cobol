       01 PERIOD-REC.
           05 PD-PERIOD        PIC 9(6).
      *        ACCOUNTING MONTH, YYYYMM; A MONTH NOT ON FILE IS OPEN
           05 PD-STATUS        PIC X(1).
      *        C = CLOSED, O = REOPENED BY A SUPERVISOR
           05 PD-CLOSED-BY     PIC 999.
           05 PD-CLOSED-TS     PIC 9(14).
           05 PD-REOPEN-BY     PIC 999.
           05 PD-REOPEN-TS     PIC 9(14).
           05 PD-REOPEN-REASON PIC X(30).
