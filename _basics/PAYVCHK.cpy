       01 VARCHK-AREA.
           05 VC-PERIOD      PIC 9(6).
           05 VC-ACKED       PIC X.
      *        Y = THE LATEST TRIAL OF THE PERIOD HAS AN
      *        ACKNOWLEDGED VARIANCE REPORT; OTHERWISE VC-MESSAGE
      *        SAYS WHY THE PERIOD MAY NOT BE COMMITTED
           05 VC-MESSAGE     PIC X(40).
           05 VC-TRIAL-ROWS  PIC 9(5).
           05 VC-TRIAL-NET   PIC 9(9)V99.
