       01 ALERT-PREF-REC.
           05 AP-CUST-ID      PIC 9(5).
           05 AP-CHANNEL      PIC X(1).
      *        S = SMS TO CUST-PHONE, E = EMAIL TO CUST-EMAIL,
      *        B = BOTH
           05 AP-DEBIT        PIC X(1).
      *        EACH ALERT TYPE GOES OUT ONLY WHEN ITS FLAG IS Y; A
      *        CUSTOMER WITH NO LINE HERE RECEIVES NOTHING
           05 AP-DEBIT-MIN    PIC 9(7)V99.
      *        DEBITS OF THIS AMOUNT OR MORE ARE ALERTED; ZERO
      *        MEANS THE BANK'S STANDARD THRESHOLD
           05 AP-LOW-BAL      PIC X(1).
           05 AP-CHQ-RETURN   PIC X(1).
           05 AP-TD-MATURITY  PIC X(1).
           05 AP-LOAN-DUE     PIC X(1).
      *        COVERS BOTH THE REMINDER BEFORE AN INSTALMENT FALLS
      *        DUE AND THE NOTICE WHEN A COLLECTION IS SKIPPED
           05 AP-KYC-DUE      PIC X(1).
           05 AP-UPDATED-DATE PIC 9(8).
           05 AP-UPDATED-BY   PIC 999.
