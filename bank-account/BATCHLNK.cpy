      *        CHARGE MONTH YYYYMM, 0 = CURRENT MONTH
           05 OI-CHARGED     PIC 9(5).
           05 OI-STATUS      PIC X(4).
       01 GLPOST-AREA.
           05 GP-POST-DATE   PIC 9(8).
      *        BUSINESS DATE TO CLOSE IN THE LEDGER, 0 = TODAY
           05 GP-LINES       PIC 9(7).
           05 GP-STATUS      PIC X(4).
       01 CHGRUN-AREA.
           05 CG-MODE        PIC X(4).
      *        MNTH = MONTHLY MAINTENANCE FEE, MINB = BELOW-MINIMUM
      *        BALANCE CHARGE ON SAVINGS
           05 CG-PERIOD      PIC 9(6).
      *        CHARGE MONTH YYYYMM, 0 = CURRENT MONTH
           05 CG-CHARGED     PIC 9(5).
           05 CG-STATUS      PIC X(4).
       01 CLRSETTLE-AREA.
           05 CX-RELEASED    PIC 9(5).
           05 CX-RETURNED    PIC 9(5).
           05 CX-STATUS      PIC X(4).
       01 INWCREDIT-AREA.
           05 IW-POSTED      PIC 9(5).
           05 IW-RETURNED    PIC 9(5).
           05 IW-STATUS      PIC X(4).
       01 SWEEPRUN-AREA.
           05 SR-SWEPT       PIC 9(5).
           05 SR-SKIPPED     PIC 9(5).
           05 SR-STATUS      PIC X(4).
       01 ALERTGEN-AREA.
           05 AL-SENT        PIC 9(5).
           05 AL-SKIPPED     PIC 9(5).
           05 AL-STATUS      PIC X(4).
       01 FEEBANK-AREA.
           05 FK-BANK-DATE   PIC 9(8).
      *        LAST RECEIPT DAY TO BANK, 0 = TODAY
           05 FK-DAYS-BANKED PIC 9(5).
           05 FK-EXCEPTIONS  PIC 9(5).
           05 FK-STATUS      PIC X(4).
       01 RECERTENF-AREA.
           05 RN-DISABLED    PIC 9(5).
           05 RN-STATUS      PIC X(4).
