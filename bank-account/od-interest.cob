           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"

       COPY RPTWS.

       COPY PERCHK.

       LINKAGE SECTION.
       01 ODINT-AREA.
           05 OI-PERIOD      PIC 9(6).
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO OI-STATUS
               GOBACK
           END-IF

           IF OI-PERIOD = 0
               DIVIDE WS-DATE BY 100 GIVING WS-PERIOD
           ELSE
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO LOG-EOF-FLAG
               MOVE WS-CHG-ACC TO TL-ACC-NUMBER
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
                           IF TL-ACC-NUMBER NOT = WS-CHG-ACC
                               MOVE "Y" TO LOG-EOF-FLAG
                           END-IF
                           IF TL-ACC-NUMBER = WS-CHG-ACC
                               AND TL-TYPE NOT = "LOANRPAY"
                               PERFORM TAKE-ONE-LOG-ENTRY
           END-EVALUATE.

       LOG-OD-CHARGE.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES         TO TL-REF
           MOVE SPACES         TO TL-ORIG-TYPE
           MOVE 0              TO TL-TELLER
           MOVE ACC-BRANCH     TO TL-BRANCH
           STRING "ODINT" WS-PERIOD DELIMITED BY SIZE
               INTO TL-REF

