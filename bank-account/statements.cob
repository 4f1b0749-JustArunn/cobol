           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-RUN-FILE ASSIGN TO "stmt-runs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(70).

       FD STMT-RUN-FILE.
       COPY STMTRUN.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 STMT-ACC-COUNT    PIC 9(5) VALUE 0.
       01 WS-OLDEST-PERIOD  PIC 9(6).
       01 LOG-SEEN-FLAG     PIC X.
       01 WS-STMT-RUN-STATUS PIC X(2).
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).

       01 SL-HEAD-LINE.
           05 FILLER        PIC X(10) VALUE "ACCOUNT : ".
           05 SL-AMOUNT     PIC Z(4)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-BALANCE    PIC -(7)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-NARRATIVE  PIC X(20).
           05 FILLER        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

                   PERFORM GENERATE-ALL-STATEMENTS
                   CLOSE ACCOUNT-FILE
                   DISPLAY "STATEMENTS WRITTEN: " STMT-ACC-COUNT
                   PERFORM RECORD-STATEMENT-RUN
               ELSE
                   DISPLAY "FILE OPEN ERROR, STATUS: "
                       WS-ACCOUNT-STATUS
               END-READ
           END-PERFORM.

       RECORD-STATEMENT-RUN.
      *    THE MONTH-END CLOSE LOOKS HERE FOR A STATEMENT RUN OF THE
      *    MONTH MADE AFTER ITS LAST BUSINESS DAY
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND STMT-RUN-FILE
           IF WS-STMT-RUN-STATUS = "35"
               OPEN OUTPUT STMT-RUN-FILE
           END-IF
           MOVE WS-STMT-PERIOD TO SR-PERIOD
           STRING WS-DATE WS-TIME DELIMITED BY SIZE INTO SR-RUN-TS
           MOVE STMT-ACC-COUNT TO SR-ACCOUNTS
           WRITE STMT-RUN-REC
           CLOSE STMT-RUN-FILE.

       STATEMENT-ONE-ACCOUNT.
      *    EACH ACCOUNT GETS ITS OWN STATEMENT FILE SO A SINGLE
      *    CUSTOMER COPY CAN BE HANDED OUT
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
               WHEN "INTEREST"
               WHEN "LOANDISB"
               WHEN "TDPAYOUT"
               WHEN "SUSPCLR "
               WHEN "SWEEPIN "
               WHEN "INWCRED "
               WHEN "CHQLODGE"
               WHEN "CHGWAIVE"
               WHEN "FEEBANK "
                   MOVE TL-AMOUNT TO WS-MOVEMENT
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
                   COMPUTE WS-MOVEMENT = 0 - TL-AMOUNT
               WHEN "REVERSAL"
                   IF TL-ORIG-TYPE = "DEPOSIT "
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
                               IF WS-TL-PERIOD = WS-STMT-PERIOD
           MOVE TL-TYPE TO SL-TYPE
           MOVE TL-AMOUNT TO SL-AMOUNT
           MOVE WS-RUNNING-BAL TO SL-BALANCE
      *    SWEEP MOVEMENTS NAME THE DEPOSIT THEY OPENED OR BROKE
      *    AND A FEE BANKING CREDIT ITS RECEIPT-DAY BATCH
           EVALUATE TL-TYPE
               WHEN "SWEEPOUT"
                   STRING "SWEEP TO " DELIMITED BY SIZE
                       TL-REF DELIMITED BY SPACE INTO SL-NARRATIVE
               WHEN "SWEEPIN "
                   STRING "SWEEP FROM " DELIMITED BY SIZE
                       TL-REF DELIMITED BY SPACE INTO SL-NARRATIVE
               WHEN "FEEBANK "
                   STRING "SCHOOL FEES " DELIMITED BY SIZE
                       TL-REF DELIMITED BY SPACE INTO SL-NARRATIVE
           END-EVALUATE
           WRITE STATEMENT-LINE FROM SL-DETAIL-LINE.

       WRITE-STATEMENT-FOOT.
           MOVE "N" TO LOG-SEEN-FLAG
           MOVE 999999 TO WS-OLDEST-PERIOD

      *    THE FIRST ENTRY IN TIMESTAMP ORDER IS THE OLDEST
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE 0 TO TL-TIMESTAMP
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TIMESTAMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TRANSACTION-LOG-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE "Y" TO LOG-SEEN-FLAG
                               DIVIDE TL-TIMESTAMP BY 100000000
                                   GIVING WS-OLDEST-PERIOD
                       END-READ
               END-START
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
