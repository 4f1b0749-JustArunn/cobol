           05 LV-TYPE        PIC X(1).
      *        P = PAID LEAVE (NO PAY EFFECT), U = UNPAID LEAVE
      *        (LOSS OF PAY, PRO-RATED OFF BASIC SALARY)
           05 LV-STATUS      PIC X(8).
      *        PENDING UNTIL THE EMPLOYEE'S MANAGER DECIDES AT
      *        SIGN-ON, THEN APPROVED OR REJECTED. SPACES ON ENTRIES
      *        RECORDED BEFORE APPROVAL WAS INTRODUCED COUNT AS
      *        APPROVED; ONLY APPROVED LEAVE HAS ANY PAY EFFECT
           05 LV-KEYED-DATE  PIC 9(8).
      *        DATE THE ENTRY WAS RECORDED; EACH FULL WEEK IT STAYS
      *        PENDING PASSES IT ONE LEVEL FURTHER UP THE CHAIN
           05 LV-DECIDED-BY  PIC 999.
           05 LV-DECIDED-DATE PIC 9(8).
