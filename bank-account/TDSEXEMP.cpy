       01 TDS-EXEMPT-REC.
           05 TX-CUST-ID     PIC 9(5).
           05 TX-FY          PIC 9(4).
      *        FINANCIAL YEAR THE DECLARATION COVERS, BY ITS STARTING
      *        YEAR (APRIL TO MARCH)
           05 TX-RECORDED-BY PIC 999.
           05 TX-RECORD-DATE PIC 9(8).
           05 TX-STATUS      PIC X(8).
      *        APPROVED = IN FORCE, WITHDRWN = NO LONGER USED
