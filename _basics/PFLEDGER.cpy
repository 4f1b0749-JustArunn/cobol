       01 PF-LEDGER-REC.
           05 PM-EMP-ID       PIC 9(5).
           05 PM-TYPE         PIC X.
      *        E = EMPLOYEE SHARE DEDUCTED FROM PAY, R = MATCHING
      *        EMPLOYER CONTRIBUTION, I = INTEREST CREDITED,
      *        W = FINAL WITHDRAWAL PAID OUT TO A LEAVER
           05 PM-PERIOD       PIC 9(6).
      *        PAY PERIOD THE ENTRY BELONGS TO; A YEAR-END INTEREST
      *        CREDIT CARRIES MARCH OF THE FUND YEAR IT IS FOR
           05 PM-AMOUNT       PIC 9(7)V99.
           05 PM-POST-DATE    PIC 9(8).
           05 PM-SOURCE       PIC X(10).
      *        PAYROLL, PAYFIX, SETTLEMENT, YEAR-END OR WITHDRAWAL
           05 PM-POSTED-BY    PIC 999.
      *        0 WHEN POSTED BY THE PAYROLL RUN
