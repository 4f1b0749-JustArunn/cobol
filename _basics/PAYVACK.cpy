       01 VARIANCE-ACK-REC.
           05 VA-PERIOD        PIC 9(6).
      *        THE TRIAL THE SUPERVISOR SAW: ROW COUNT AND NET TOTAL
      *        OF PAYROLL-TRIAL-ROWS.DAT WHEN THE ACKNOWLEDGEMENT WAS
      *        GIVEN, SO A LATER TRIAL OF THE PERIOD WITH OTHER
      *        FIGURES NEEDS A FRESH ACKNOWLEDGEMENT
           05 VA-TRIAL-ROWS    PIC 9(5).
           05 VA-TRIAL-NET     PIC 9(9)V99.
           05 VA-MOVERS        PIC 9(4).
           05 VA-JOINERS       PIC 9(4).
           05 VA-MISSING       PIC 9(4).
           05 VA-ACK-BY        PIC 999.
           05 VA-TIMESTAMP     PIC 9(14).
