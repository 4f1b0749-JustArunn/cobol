           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions-seq.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEQ-CONTROL-FILE ASSIGN TO "tranlog-seq.dat"
           05 OL-ORIG-TYPE   PIC X(8).

       FD TRANSACTION-LOG-FILE.
       COPY TRANARCH REPLACING
           ==ARCHIVE-REC== BY ==TRANSACTION-LOG-REC==
           LEADING ==AR== BY ==TL==.

       FD SEQ-CONTROL-FILE.
       01 SEQ-CONTROL-REC.

      *    ONE-TIME CONVERSION: RENAME THE LIVE TRANSACTIONS.DAT TO
      *    TRANSACTIONS-OLD.DAT FIRST, THEN RUN THIS PROGRAM TO
      *    REBUILD THE LOG WITH TWO-DECIMAL AMOUNTS IN THE
      *    SEQUENTIAL LAYOUT AS TRANSACTIONS-SEQ.DAT, WHICH TRANIDX
      *    THEN LOADS INTO THE KEYED LIVE LOG
       MAIN-PARA.
           OPEN INPUT OLD-LOG-FILE
           IF WS-OLD-STATUS = "35"
                       MOVE OL-REF        TO TL-REF
                       MOVE OL-ORIG-TYPE  TO TL-ORIG-TYPE
                       MOVE 0             TO TL-TELLER
                       MOVE 1             TO TL-BRANCH
                       ADD 1 TO CONVERT-COUNT
                       MOVE CONVERT-COUNT TO TL-SEQ
                       WRITE TRANSACTION-LOG-REC
