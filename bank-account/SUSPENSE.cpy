      *    SUSPENSE LEDGER: ONE LINE PER CREDIT THAT COULD NOT BE
      *    APPLIED WHERE IT WAS MEANT TO GO, PARKED UNTIL AN
      *    OPERATOR CLEARS IT TO AN ACCOUNT OR RETURNS IT
       01 SUSPENSE-REC.
           05 SU-ITEM-NO      PIC 9(6).
           05 SU-SOURCE       PIC X(8).
      *        SALCRED  = SALARY CREDIT THAT FOUND NO LIVE ACCOUNT
      *        CLOSURE  = RESIDUAL BALANCE OF A CLOSED ACCOUNT
      *        INWCRED  = INWARD CREDIT TO A CLOSED ACCOUNT
           05 SU-REF          PIC X(14).
      *        REFERENCE CARRIED FROM THE SOURCE - EMPLOYEE AND
      *        PERIOD, CLOSED ACCOUNT, OR THE REMITTER'S REFERENCE
           05 SU-ORIG-ACC     PIC 9(5).
      *        ACCOUNT THE CREDIT WAS MEANT FOR, 0 IF NONE
           05 SU-AMOUNT       PIC 9(7)V99.
           05 SU-NARRATIVE    PIC X(20).
      *        EMPLOYEE, ACCOUNT HOLDER OR REMITTER NAME
           05 SU-REASON       PIC X(25).
           05 SU-PARK-DATE    PIC 9(8).
           05 SU-STATUS       PIC X(8).
      *        OPEN     = STILL IN SUSPENSE
      *        CLEARED  = CREDITED TO SU-TARGET-ACC THROUGH THE LOG
      *        RETURNED = SENT BACK TO THE SOURCE
           05 SU-ACTION-DATE  PIC 9(8).
           05 SU-TARGET-ACC   PIC 9(5).
           05 SU-ACTION-BY    PIC 999.
