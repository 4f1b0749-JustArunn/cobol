           FILE STATUS IS WS-RATES-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       COPY TDSCALC.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).

       COPY PERCHK.

       LINKAGE SECTION.
       01 INTPOST-AREA.
           05 IP-CREDITED    PIC 9(5).
           MOVE 0 TO IP-CREDITED
           MOVE "OK  " TO IP-STATUS

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO IP-STATUS
               GOBACK
           END-IF

           PERFORM LOAD-INTEREST-RATE

           OPEN I-O ACCOUNT-FILE
                           PERFORM LOG-INTEREST-ENTRY
                           DISPLAY "INTEREST POSTED TO " ACC-NUMBER
                               ": " INTEREST-AMOUNT
                           IF INTEREST-AMOUNT > 0
                               PERFORM WITHHOLD-INTEREST-TAX
                           END-IF
                       END-IF
               END-READ

       LOG-INTEREST-ENTRY.
      *    EVERY INTEREST CREDIT GOES ON THE TRANSACTION LOG SO THE
      *    END-OF-DAY RECONCILIATION CAN ACCOUNT FOR IT
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES          TO TL-REF
           MOVE SPACES          TO TL-ORIG-TYPE
           MOVE 0               TO TL-TELLER
           MOVE ACC-BRANCH      TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       WITHHOLD-INTEREST-TAX.
      *    THE CREDIT COUNTS TOWARDS THE CUSTOMER'S YEAR TOTAL; TAX
      *    DUE COMES STRAIGHT BACK OUT AS ITS OWN TDS ENTRY
           MOVE ACC-CUST-ID     TO TC-CUST-ID
           MOVE ACC-NUMBER      TO TC-ACC-NUMBER
           MOVE "SAV "          TO TC-SOURCE
           MOVE SPACES          TO TC-REF
           STRING "INT" WS-DATE (1:6) DELIMITED BY SIZE INTO TC-REF
           MOVE INTEREST-AMOUNT TO TC-INTEREST
           CALL "TDSCALC" USING TDSCALC-AREA

           IF TC-TDS > 0
               SUBTRACT TC-TDS FROM BALANCE
               REWRITE ACCOUNT-REC
               PERFORM LOG-TDS-ENTRY
               DISPLAY "TAX WITHHELD FROM " ACC-NUMBER ": " TC-TDS
           END-IF.

       LOG-TDS-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           MOVE ACC-NUMBER      TO TL-ACC-NUMBER
           MOVE "TDS     "      TO TL-TYPE
           MOVE TC-TDS          TO TL-AMOUNT
           MOVE BALANCE         TO TL-BALANCE
           MOVE WS-TIMESTAMP    TO TL-TIMESTAMP
           MOVE SPACES          TO TL-REF
           STRING "FY" TC-FY " SAV" DELIMITED BY SIZE INTO TL-REF
           MOVE SPACES          TO TL-ORIG-TYPE
           MOVE 0               TO TL-TELLER
           MOVE ACC-BRANCH      TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ
