           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       COPY DLCHECK.
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-LOAN-STATUS    PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
           05 SK-REASON     PIC X(25).
           05 FILLER        PIC X(13) VALUE SPACES.

       COPY PERCHK.

       PROCEDURE DIVISION.

      *    DAILY EMI COLLECTION: EVERY SCHEDULED INSTALMENT AT OR

           DISPLAY "===== EMI COLLECTION " WS-DATE " ====="

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               GOBACK
           END-IF

           PERFORM LOAD-BANK-RATES

           OPEN INPUT LOAN-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *    STAFF LOANS ARE RECOVERED THROUGH PAYROLL AND POSTED
      *    FROM THE RECOVERY FILE, SO THEY ARE NEVER DEBITED HERE
                   IF LN-STATUS = "ACTIVE"
                       AND LS-INSTALL-NO = LN-PAID-COUNT + 1
                       AND LN-STAFF-EMP-ID = 0
                       PERFORM COLLECT-ONE-INSTALMENT
                   END-IF
           END-READ.
                           MOVE "N" TO DEBIT-OK-FLAG
                       END-IF
                   END-IF
           END-EVALUATE

      *    AN INSTALMENT DEBIT COUNTS AGAINST THE ACCOUNT'S
      *    STANDING ORDER LIMITS, AS BOTH ARE PRE-AUTHORISED DEBITS
           IF DEBIT-OK-FLAG = "Y"
               MOVE LN-ACC-NUMBER TO DC-ACC-NUMBER
               MOVE ACC-TYPE TO DC-ACC-TYPE
               MOVE "SO " TO DC-CHANNEL
               MOVE LN-EMI TO DC-AMOUNT
               CALL "DLCHECK" USING DLCHECK-AREA
               IF DC-RESULT NOT = "Y"
                   MOVE "EXCEEDS DEBIT LIMIT" TO WS-SKIP-REASON
                   MOVE "N" TO DEBIT-OK-FLAG
               END-IF
           END-IF.

       POST-EMI-DEBIT.
           SUBTRACT LN-EMI FROM BALANCE
           REWRITE ACCOUNT-REC

           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES       TO TL-REF
           MOVE SPACES       TO TL-ORIG-TYPE
           MOVE 0            TO TL-TELLER
           MOVE ACC-BRANCH   TO TL-BRANCH
           STRING "LC" LN-LOAN-NO LS-INSTALL-NO
               DELIMITED BY SIZE INTO TL-REF

           END-IF.

       LOG-LOAN-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES         TO TL-REF
           MOVE SPACES         TO TL-ORIG-TYPE
           MOVE 0              TO TL-TELLER
           MOVE ACC-BRANCH     TO TL-BRANCH
           STRING "LC" LN-LOAN-NO LS-INSTALL-NO
               DELIMITED BY SIZE INTO TL-REF

