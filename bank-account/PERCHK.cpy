       01 PERCHK-AREA.
           05 PK-DATE        PIC 9(8).
      *        DATE THE ENTRY WOULD CARRY; 0 = TODAY
           05 PK-PERIOD      PIC 9(6).
      *        RETURNED: THE ACCOUNTING MONTH OF THAT DATE
           05 PK-RESULT      PIC X(1).
      *        RETURNED: O = OPEN FOR POSTING, C = CLOSED
