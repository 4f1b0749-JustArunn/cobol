      *    SEQUENTIAL LAYOUT OF THE TRANSACTION LOG, AS IT WAS HELD
      *    BEFORE THE LIVE LOG WAS KEYED. THE MONTHLY ARCHIVES KEEP
      *    THIS LAYOUT SO EVERY ARCHIVE ON DISK READS THE SAME WAY
       01 ARCHIVE-REC.
           05 AR-ACC-NUMBER  PIC 9(5).
           05 AR-TYPE        PIC X(8).
           05 AR-AMOUNT      PIC 9(5)V99.
           05 AR-BALANCE     PIC S9(7)V99.
           05 AR-TIMESTAMP   PIC 9(14).
           05 AR-REF         PIC X(14).
           05 AR-ORIG-TYPE   PIC X(8).
           05 AR-TELLER      PIC 999.
           05 AR-SEQ         PIC 9(9).
           05 AR-BRANCH      PIC 999.
      *        SPACES ON ARCHIVES WRITTEN BEFORE BRANCHES
