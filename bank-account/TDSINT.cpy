       01 TDS-INTEREST-REC.
           05 TI-DATE        PIC 9(8).
           05 TI-FY          PIC 9(4).
      *        FINANCIAL YEAR BY ITS STARTING YEAR (APRIL TO MARCH)
           05 TI-CUST-ID     PIC 9(5).
           05 TI-ACC-NUMBER  PIC 9(5).
           05 TI-SOURCE      PIC X(4).
      *        SAV = SAVINGS INTEREST, TD = TERM DEPOSIT PAYOUT
           05 TI-REF         PIC X(10).
           05 TI-INTEREST    PIC 9(7)V99.
           05 TI-TDS         PIC 9(7)V99.
      *        TAX WITHHELD OUT OF THIS CREDIT; ZERO BELOW THE
      *        THRESHOLD OR UNDER AN EXEMPTION DECLARATION
           05 TI-EXEMPT      PIC X(1).
      *        Y = AN EXEMPTION DECLARATION WAS IN FORCE
