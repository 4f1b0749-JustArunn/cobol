       01 SEGMENT-BAND-REC.
           05 SB-CODE        PIC X(1).
      *        STORED ON THE CUSTOMER AS CUST-SEGMENT
           05 SB-NAME        PIC X(10).
           05 SB-MIN-VALUE   PIC 9(9).
      *        LEAST RELATIONSHIP VALUE - DEPOSIT BALANCES PLUS
      *        ACTIVE TERM DEPOSITS PLUS LOANS OUTSTANDING
           05 SB-MIN-VOLUME  PIC 9(9).
      *        LEAST TRANSACTION VOLUME OVER THE LAST 12 MONTHS.
      *        A CUSTOMER TAKES THE HIGHEST-VALUE BAND WHOSE TWO
      *        MINIMUMS THEY BOTH MEET; A BAND OF ZEROS CATCHES ALL
