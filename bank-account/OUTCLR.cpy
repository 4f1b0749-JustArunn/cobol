       01 OUTWARD-CLEARING-REC.
           05 OC-LODGE-NO     PIC 9(6).
           05 OC-ACC-NUMBER   PIC 9(5).
           05 OC-CHQ-NUMBER   PIC 9(6).
           05 OC-DRAWEE-BANK  PIC X(20).
           05 OC-AMOUNT       PIC 9(5)V99.
           05 OC-LODGE-DATE   PIC 9(8).
           05 OC-CLEAR-DATE   PIC 9(8).
      *        WORKING DAY ON WHICH THE FUNDS BECOME AVAILABLE
           05 OC-STATUS       PIC X(8).
      *        LODGED   = CREDITED, FUNDS HELD AS UNCLEARED
      *        DISHONRD = RETURN ADVISED BY THE DRAWEE BANK, TO BE
      *                   REVERSED BY THE NEXT SETTLEMENT RUN
      *        CLEARED  = FUNDS RELEASED
      *        RETURNED = CREDIT REVERSED
           05 OC-RETURN-REASON PIC X(20).
           05 OC-SETTLE-DATE  PIC 9(8).
           05 OC-TELLER       PIC 999.
