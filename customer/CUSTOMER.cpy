           05 CUST-RISK    PIC X(1).
      *        RISK BAND SETS THE REVIEW CYCLE: H = 12 MONTHS,
      *        M = 24 MONTHS, L (OR SPACE) = 36 MONTHS
           05 CUST-SEGMENT PIC X(1).
      *        VALUE SEGMENT SET BY THE RELATIONSHIP VALUE RUN
      *        (CUSTVALUE) FROM THE BANDS ON SEGMENT-BANDS.DAT;
      *        SPACE UNTIL THE CUSTOMER IS FIRST SEGMENTED
