       01 TDSCALC-AREA.
           05 TC-CUST-ID     PIC 9(5).
           05 TC-ACC-NUMBER  PIC 9(5).
           05 TC-SOURCE      PIC X(4).
      *        SAV = SAVINGS INTEREST, TD = TERM DEPOSIT PAYOUT
           05 TC-REF         PIC X(10).
           05 TC-INTEREST    PIC 9(7)V99.
      *        GROSS INTEREST JUST CREDITED
           05 TC-FY          PIC 9(4).
      *        RETURNED: FINANCIAL YEAR THE CREDIT FELL IN
           05 TC-TDS         PIC 9(5)V99.
      *        RETURNED: TAX THE CALLER MUST DEBIT AS A TDS ENTRY
