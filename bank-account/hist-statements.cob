           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
       COPY TRANLOG.

       FD ARCHIVE-FILE.
       COPY TRANARCH.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(70).
       01 WK-AMOUNT         PIC 9(5)V99.
       01 WK-ORIG-TYPE      PIC X(8).
       01 WK-TIMESTAMP      PIC 9(14).
       01 WK-REF            PIC X(14).

       01 SL-HEAD-LINE.
           05 FILLER        PIC X(10) VALUE "ACCOUNT : ".
           05 SL-AMOUNT     PIC Z(4)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-BALANCE    PIC -(7)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-NARRATIVE  PIC X(20).
           05 FILLER        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO LOG-EOF-FLAG
               MOVE ACC-NUMBER TO TL-ACC-NUMBER
               MOVE 0 TO TL-SEQ
               START TRANSACTION-LOG-FILE KEY IS NOT LESS THAN TL-KEY
                   INVALID KEY
                       MOVE "Y" TO LOG-EOF-FLAG
               END-START
               PERFORM UNTIL LOG-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO LOG-EOF-FLAG
                       NOT AT END
                           IF TL-ACC-NUMBER NOT = ACC-NUMBER
                               MOVE "Y" TO LOG-EOF-FLAG
                           ELSE
                               DIVIDE TL-TIMESTAMP BY 100000000
                                   GIVING WS-TL-PERIOD
                               IF WS-TL-PERIOD >= WS-STMT-PERIOD
                               MOVE AR-AMOUNT TO WK-AMOUNT
                               MOVE AR-ORIG-TYPE TO WK-ORIG-TYPE
                               MOVE AR-TIMESTAMP TO WK-TIMESTAMP
                               MOVE AR-REF TO WK-REF
                               PERFORM CLASSIFY-MOVEMENT
                               ADD WS-MOVEMENT TO WS-RUNNING-BAL
                               PERFORM WRITE-MOVEMENT-LINE
           MOVE WK-TYPE TO SL-TYPE
           MOVE WK-AMOUNT TO SL-AMOUNT
           MOVE WS-RUNNING-BAL TO SL-BALANCE
      *    SWEEP MOVEMENTS NAME THE DEPOSIT THEY OPENED OR BROKE
      *    AND A FEE BANKING CREDIT ITS RECEIPT-DAY BATCH
           EVALUATE WK-TYPE
               WHEN "SWEEPOUT"
                   STRING "SWEEP TO " DELIMITED BY SIZE
                       WK-REF DELIMITED BY SPACE INTO SL-NARRATIVE
               WHEN "SWEEPIN "
                   STRING "SWEEP FROM " DELIMITED BY SIZE
                       WK-REF DELIMITED BY SPACE INTO SL-NARRATIVE
               WHEN "FEEBANK "
                   STRING "SCHOOL FEES " DELIMITED BY SIZE
                       WK-REF DELIMITED BY SPACE INTO SL-NARRATIVE
           END-EVALUATE
           WRITE STATEMENT-LINE FROM SL-DETAIL-LINE.

       WRITE-STATEMENT-FOOT.
               WHEN "INTEREST"
               WHEN "LOANDISB"
               WHEN "TDPAYOUT"
               WHEN "SUSPCLR "
               WHEN "SWEEPIN "
               WHEN "INWCRED "
               WHEN "CHQLODGE"
               WHEN "CHGWAIVE"
               WHEN "FEEBANK "
                   MOVE WK-AMOUNT TO WS-MOVEMENT
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "ODINTCHG"
               WHEN "CLOSURE "
               WHEN "EMIDEBIT"
               WHEN "LOANPREP"
               WHEN "SWEEPOUT"
               WHEN "CHQRTN  "
               WHEN "TDS     "
               WHEN "SVCCHG  "
                   COMPUTE WS-MOVEMENT = 0 - WK-AMOUNT
               WHEN "REVERSAL"
                   IF WK-ORIG-TYPE = "DEPOSIT "
