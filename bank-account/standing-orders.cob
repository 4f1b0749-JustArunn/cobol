           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT SKIP-REPORT-FILE ASSIGN TO "standing-skips.dat"

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       COPY DLCHECK.
       COPY IBPOST.
       01 WS-SO-STATUS      PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
           05 SK-REASON     PIC X(25).
           05 FILLER        PIC X(11) VALUE SPACES.

       COPY PERCHK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "===== STANDING ORDER EXECUTION " WS-DATE " ====="
           DISPLAY "EXECUTING ORDERS DUE ON DAY " WS-TODAY-DAY

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               GOBACK
           END-IF

           MOVE WS-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-WORKING
           IF WORK-DAY-FLAG = "N"
           IF WS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               COMPUTE TL-TIMESTAMP = WS-DATE * 1000000
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TIMESTAMP
                   INVALID KEY
                       MOVE "Y" TO GUARD-EOF-FLAG
               END-START
               PERFORM UNTIL GUARD-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO GUARD-EOF-FLAG
                       NOT AT END
                           IF TL-TIMESTAMP (1:8) > WS-DATE
                               MOVE "Y" TO GUARD-EOF-FLAG
                           END-IF
      *    ONLY FIRST-PASS LEGS (REF "SO...") COUNT AS THE DAY'S
      *    RUN; A RETRY LEG (REF "SR...") MUST NOT MAKE A LATER
      *    GENUINE RUN LOOK LIKE A DOUBLE RUN
               END-EVALUATE
           END-IF

      *    AN ORDER OVER THE ACCOUNT'S STANDING ORDER LIMITS IS
      *    SKIPPED AND QUEUED; A RETRY ON A LATER DAY STARTS WITH
      *    THAT DAY'S CAP
           IF XFER-OK-FLAG = "Y"
               MOVE SO-ACC-NUMBER TO DC-ACC-NUMBER
               MOVE XFER-SRC-TYPE TO DC-ACC-TYPE
               MOVE "SO " TO DC-CHANNEL
               MOVE SO-AMOUNT TO DC-AMOUNT
               CALL "DLCHECK" USING DLCHECK-AREA
               IF DC-RESULT NOT = "Y"
                   MOVE "EXCEEDS DEBIT LIMIT" TO WS-SKIP-REASON
                   MOVE "N" TO XFER-OK-FLAG
               END-IF
           END-IF

      *    CURRENT ACCOUNTS MAY DRAW DOWN TO THE AGREED OVERDRAFT
      *    LIMIT, SAVINGS KEEP THE MINIMUM BALANCE FLOOR
           IF XFER-OK-FLAG = "Y"
       POST-ORDER-LEGS.
           MOVE SO-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
           MOVE ACC-BRANCH TO XB-FROM-BRANCH
           COMPUTE BALANCE = XFER-SRC-BAL - SO-AMOUNT
           REWRITE ACCOUNT-REC
           MOVE "SO-OUT  " TO TL-TYPE

           MOVE SO-CPTY-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
           MOVE ACC-BRANCH TO XB-TO-BRANCH
           COMPUTE BALANCE = XFER-TGT-BAL + SO-AMOUNT
           REWRITE ACCOUNT-REC
           MOVE "SO-IN   " TO TL-TYPE
           PERFORM LOG-ORDER-LEG

      *    AN ORDER BETWEEN ACCOUNTS OF DIFFERENT HOME BRANCHES ALSO
      *    MOVES THE MONEY BETWEEN THE BRANCHES' BOOKS
           MOVE SO-ACC-NUMBER TO XB-FROM-ACC
           MOVE SO-CPTY-ACC TO XB-TO-ACC
           MOVE SO-AMOUNT TO XB-AMOUNT
           MOVE WS-TIMESTAMP TO XB-TIMESTAMP
           MOVE TL-REF TO XB-REF
           CALL "IBPOST" USING IBPOST-AREA

           DISPLAY "EXECUTED ORDER " SO-ID ": " SO-AMOUNT
               " FROM " SO-ACC-NUMBER " TO " SO-CPTY-ACC.

       LOG-ORDER-LEG.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES       TO TL-REF
           MOVE SPACES       TO TL-ORIG-TYPE
           MOVE 0             TO TL-TELLER
           MOVE ACC-BRANCH    TO TL-BRANCH
           IF RETRY-MODE-FLAG = "Y"
               STRING "SR" SO-ID WS-DATE (3:6) DELIMITED BY SIZE
                   INTO TL-REF
