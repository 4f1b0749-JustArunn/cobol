       01 LEAVE-ENT-REC.
           05 LE-EMP-ID      PIC 9(5).
           05 LE-YEAR        PIC 9(4).
           05 LE-OPENING     PIC 9(3)V99.
      *        DAYS CARRIED IN FROM THE PREVIOUS YEAR
           05 LE-ACCRUED     PIC 9(3)V99.
      *        DAYS CREDITED SO FAR IN THE YEAR
           05 LE-LAST-PERIOD PIC 9(6).
      *        LAST MONTH YYYYMM THE ACCRUAL HAS BEEN CREDITED UP
      *        TO, SO A RERUN NEVER CREDITS A MONTH TWICE
           05 LE-TAKEN       PIC 9(3)V99.
           05 LE-CARRIED     PIC 9(3)V99.
           05 LE-LAPSED      PIC 9(3)V99.
      *        TAKEN / CARRIED / LAPSED ARE SET BY THE YEAR-END RUN;
      *        WHILE THE YEAR IS OPEN DAYS TAKEN ARE THE P ENTRIES
      *        ON LEAVE-RECORDS.DAT
           05 LE-STATUS      PIC X(6).
      *        OPEN, OR CLOSED ONCE THE YEAR-END RUN HAS CARRIED
      *        FORWARD AND LAPSED THE BALANCE
