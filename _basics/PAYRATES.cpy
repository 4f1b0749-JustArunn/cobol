      *        COUNT AS APPROVED
           05 RT-MAKER         PIC 999.
           05 RT-CHECKER       PIC 999.
           05 RT-TDS-THRESHOLD PIC 9(7).
      *        DEPOSIT INTEREST A CUSTOMER MAY EARN IN A FINANCIAL
      *        YEAR BEFORE TAX IS WITHHELD AT SOURCE
           05 RT-TDS-RATE      PIC V9(4).
      *        SETS WRITTEN BEFORE THE WITHHOLDING FIELDS CARRY
      *        SPACES THERE; THE LOADERS THEN KEEP THEIR DEFAULTS
           05 RT-PREPAY-CHG-RATE PIC V9(4).
      *        CHARGE ON A LOAN PART-PREPAYMENT OR FORECLOSURE, AS A
      *        FRACTION OF THE PRINCIPAL PAID OFF EARLY; SPACES ON
      *        OLDER SETS, WHEN LOANSYS KEEPS ITS DEFAULT
           05 RT-EMI-INCOME-CAP PIC 9(2).
      *        HIGHEST SHARE OF AN APPLICANT'S MONTHLY INCOME, IN
      *        WHOLE PERCENT, THAT ALL THEIR LOAN EMIS MAY TAKE
           05 RT-POSPAY-THRESHOLD PIC 9(5).
      *        CHEQUES OF THIS AMOUNT OR MORE ARE PAID IN INWARD
      *        CLEARING ONLY AGAINST A POSITIVE-PAY REGISTRATION
           05 RT-PF-INT-RATE   PIC V9(4).
      *        ANNUAL INTEREST CREDITED TO PROVIDENT FUND MEMBER
      *        BALANCES; SPACES ON OLDER SETS
