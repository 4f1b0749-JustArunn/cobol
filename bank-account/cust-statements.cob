           FILE STATUS IS WS-LOAN-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ACC-HOLDER-FILE ASSIGN TO "account-holders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDER-STATUS.

           SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD ACC-HOLDER-FILE.
       COPY ACCHOLD.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(70).

       01 ACC-EOF-FLAG      PIC X.
       01 LOAN-EOF-FLAG     PIC X.
       01 LOG-EOF-FLAG      PIC X.
       01 WS-HOLDER-STATUS  PIC X(2).
       01 HOLD-EOF-FLAG     PIC X.

       01 WS-STMT-PERIOD    PIC 9(6).
       01 WS-PICK-CUST      PIC 9(5).
       01 CUST-ACC-TABLE.
           05 CA-ACC OCCURS 50 TIMES INDEXED BY CA-IDX PIC 9(5).
       01 CA-MATCH-FLAG     PIC X.
       01 JOINT-ACC-COUNT   PIC 9(2).
       01 JOINT-ACC-TABLE.
           05 JA-ACC OCCURS 50 TIMES INDEXED BY JA-IDX PIC 9(5).
       01 JOINT-ACC-FLAG    PIC X.

       01 SL-HEAD-LINE.
           05 FILLER        PIC X(10) VALUE "CUSTOMER: ".
           05 SL-AMOUNT     PIC Z(4)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-BALANCE    PIC -(7)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 SL-NARRATIVE  PIC X(20).
           05 FILLER        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

      *    CUSTOMER-LEVEL STATEMENT: EVERY ACCOUNT THE CUSTOMER
      *    HOLDS, SOLELY OR AS A JOINT HOLDER, EACH WITH ITS
      *    OPENING BALANCE, MOVEMENTS AND CLOSING BALANCE FOR THE
      *    MONTH, FOLLOWED BY OPEN LOANS AND THE CUSTOMER'S TOTAL
      *    POSITION
       MAIN-PARA.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM):"
           ACCEPT WS-STMT-PERIOD
           ADD 1 TO STMT-CUST-COUNT.

       LIST-CUSTOMER-ACCOUNTS.
           PERFORM LOAD-CUSTOMER-JOINT-ACCS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE "N" TO ACC-EOF-FLAG
                           MOVE "Y" TO ACC-EOF-FLAG
                       NOT AT END
                           IF ACC-CUST-ID = CUST-ID
                               MOVE "N" TO JOINT-ACC-FLAG
                               PERFORM STATEMENT-ONE-ACCOUNT
                           ELSE
                               PERFORM CHECK-JOINT-ACC-LISTED
                               IF JOINT-ACC-FLAG = "Y"
                                   PERFORM STATEMENT-ONE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF JOINT-ACC-FLAG = "Y"
               STRING "ACCOUNT " ACC-NUMBER "  TYPE " ACC-TYPE
                   "  " ACC-NAME "  JOINT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "ACCOUNT " ACC-NUMBER "  TYPE " ACC-TYPE
                   "  " ACC-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE

           PERFORM COMPUTE-OPENING-BALANCE

           ADD WS-RUNNING-BAL TO CUST-TOTAL-BAL.

       LOAD-CUSTOMER-JOINT-ACCS.
      *    ACCOUNTS ON WHICH THE CUSTOMER IS AN ACTIVE JOINT HOLDER
      *    RATHER THAN THE PRIMARY
           MOVE 0 TO JOINT-ACC-COUNT
           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO HOLD-EOF-FLAG
               PERFORM UNTIL HOLD-EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF-FLAG
                       NOT AT END
                           IF AH-CUST-ID = CUST-ID
                               AND AH-ROLE = "J"
                               AND AH-STATUS = "ACTIVE"
                               AND JOINT-ACC-COUNT < 50
                               ADD 1 TO JOINT-ACC-COUNT
                               MOVE AH-ACC-NUMBER
                                   TO JA-ACC (JOINT-ACC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
           END-IF.

       CHECK-JOINT-ACC-LISTED.
           MOVE "N" TO JOINT-ACC-FLAG
           PERFORM VARYING JA-IDX FROM 1 BY 1
               UNTIL JA-IDX > JOINT-ACC-COUNT
               IF JA-ACC (JA-IDX) = ACC-NUMBER
                   MOVE "Y" TO JOINT-ACC-FLAG
               END-IF
           END-PERFORM.

       LIST-CUSTOMER-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
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

       CLASSIFY-MOVEMENT.
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
