       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBIT-LIMIT-FILE ASSIGN TO "debit-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD DEBIT-LIMIT-FILE.
       COPY DEBITLIM.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       WORKING-STORAGE SECTION.
       01 WS-LIMIT-STATUS   PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-ENTRY-DATE     PIC 9(8).
       01 WS-USED           PIC S9(7)V99.
       01 WS-AFTER          PIC 9(8)V99.
       01 CHANNEL-TYPE-FLAG PIC X.
       01 WS-CHECK-TYPE     PIC X(8).

      *    THE LATEST LINE ON FILE FOR THE TYPE AND FOR THE ACCOUNT;
      *    AN ACCOUNT OVERRIDE IN FORCE BEATS THE TYPE DEFAULT
       01 TYPE-FOUND-FLAG   PIC X.
       01 TYPE-MAX-TXN      PIC 9(5)V99.
       01 TYPE-DAILY-CAP    PIC 9(7)V99.
       01 ACC-FOUND-FLAG    PIC X.
       01 ACCT-MAX-TXN      PIC 9(5)V99.
       01 ACCT-DAILY-CAP    PIC 9(7)V99.

       LINKAGE SECTION.
       COPY DLCHECK.

       PROCEDURE DIVISION USING DLCHECK-AREA.

      *    CHANNEL DEBIT LIMIT CHECK, CALLED BY EVERY DEBIT PATH
      *    BEFORE IT POSTS. THE LIMITS IN FORCE COME FROM
      *    DEBIT-LIMITS.DAT (APPEND-ONLY; THE LATEST LINE WINS) AND
      *    TODAY'S RUNNING TOTAL FROM THE CHANNEL'S OWN ENTRIES ON
      *    THE TRANSACTION LOG, NET OF ANY SAME-DAY REVERSALS. THE
      *    CALLER DECIDES WHAT A BREACH MEANS - REFUSAL, RETURN, OR
      *    A SUPERVISOR OVERRIDE AT THE COUNTER
       DLCHECK-MAIN.
           MOVE "Y" TO DC-RESULT
           MOVE 0 TO DC-MAX-TXN
           MOVE 0 TO DC-DAILY-CAP
           MOVE 0 TO DC-USED-TODAY

           IF DC-ACC-TYPE = SPACE
               PERFORM LOOK-UP-ACCOUNT-TYPE
           END-IF

      *    ANY TYPE OTHER THAN CURRENT RUNS UNDER THE SAVINGS LIMITS
           IF DC-ACC-TYPE NOT = "C"
               MOVE "S" TO DC-ACC-TYPE
           END-IF

           PERFORM LOAD-LIMITS-IN-FORCE

           IF DC-MAX-TXN > 0
               AND DC-AMOUNT > DC-MAX-TXN
               MOVE "T" TO DC-RESULT
           END-IF

           IF DC-DAILY-CAP > 0
               PERFORM SUM-TODAYS-DEBITS
               COMPUTE WS-AFTER = DC-USED-TODAY + DC-AMOUNT
               IF DC-RESULT = "Y"
                   AND WS-AFTER > DC-DAILY-CAP
                   MOVE "D" TO DC-RESULT
               END-IF
           END-IF

           GOBACK.

       LOOK-UP-ACCOUNT-TYPE.
      *    AN ACCOUNT NOT ON FILE IS LEFT FOR THE CALLER TO REFUSE;
      *    ONLY ACCOUNT OVERRIDES CAN APPLY TO IT HERE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE DC-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-TYPE TO DC-ACC-TYPE
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-LIMITS-IN-FORCE.
           MOVE "N" TO TYPE-FOUND-FLAG
           MOVE "N" TO ACC-FOUND-FLAG

           OPEN INPUT DEBIT-LIMIT-FILE
           IF WS-LIMIT-STATUS = "00" OR WS-LIMIT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEBIT-LIMIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DL-CHANNEL = DC-CHANNEL
                               PERFORM NOTE-LIMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-LIMIT-FILE
           END-IF

           IF ACC-FOUND-FLAG = "Y"
               MOVE ACCT-MAX-TXN TO DC-MAX-TXN
               MOVE ACCT-DAILY-CAP TO DC-DAILY-CAP
           ELSE
               IF TYPE-FOUND-FLAG = "Y"
                   MOVE TYPE-MAX-TXN TO DC-MAX-TXN
                   MOVE TYPE-DAILY-CAP TO DC-DAILY-CAP
               END-IF
           END-IF.

       NOTE-LIMIT-LINE.
           IF DL-ACC-NUMBER = DC-ACC-NUMBER
               IF DL-ACTION = "R"
                   MOVE "N" TO ACC-FOUND-FLAG
               ELSE
                   MOVE "Y" TO ACC-FOUND-FLAG
                   MOVE DL-MAX-TXN TO ACCT-MAX-TXN
                   MOVE DL-DAILY-CAP TO ACCT-DAILY-CAP
               END-IF
           ELSE
               IF DL-ACC-NUMBER = 0
                   AND DL-ACC-TYPE = DC-ACC-TYPE
                   MOVE "Y" TO TYPE-FOUND-FLAG
                   MOVE DL-MAX-TXN TO TYPE-MAX-TXN
                   MOVE DL-DAILY-CAP TO TYPE-DAILY-CAP
               END-IF
           END-IF.

       SUM-TODAYS-DEBITS.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-USED

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               MOVE DC-ACC-NUMBER TO TL-ACC-NUMBER
               MOVE 0 TO TL-SEQ
               START TRANSACTION-LOG-FILE KEY IS NOT LESS THAN TL-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TL-ACC-NUMBER NOT = DC-ACC-NUMBER
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM NOTE-TODAYS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF

           IF WS-USED > 0
               MOVE WS-USED TO DC-USED-TODAY
           END-IF.

       NOTE-TODAYS-ENTRY.
           DIVIDE TL-TIMESTAMP BY 1000000 GIVING WS-ENTRY-DATE
           IF WS-ENTRY-DATE = WS-DATE
               IF TL-TYPE = "REVERSAL"
                   MOVE TL-ORIG-TYPE TO WS-CHECK-TYPE
                   PERFORM CHECK-CHANNEL-TYPE
                   IF CHANNEL-TYPE-FLAG = "Y"
                       SUBTRACT TL-AMOUNT FROM WS-USED
                   END-IF
               ELSE
                   MOVE TL-TYPE TO WS-CHECK-TYPE
                   PERFORM CHECK-CHANNEL-TYPE
                   IF CHANNEL-TYPE-FLAG = "Y"
                       ADD TL-AMOUNT TO WS-USED
                   END-IF
               END-IF
           END-IF.

       CHECK-CHANNEL-TYPE.
      *    THE LOG ENTRY TYPES EACH CHANNEL POSTS ITS DEBITS UNDER
           MOVE "N" TO CHANNEL-TYPE-FLAG
           EVALUATE DC-CHANNEL
               WHEN "CTR"
                   IF WS-CHECK-TYPE = "WITHDRAW"
                       MOVE "Y" TO CHANNEL-TYPE-FLAG
                   END-IF
               WHEN "XFR"
                   IF WS-CHECK-TYPE = "XFER-OUT"
                       MOVE "Y" TO CHANNEL-TYPE-FLAG
                   END-IF
               WHEN "CHQ"
                   IF WS-CHECK-TYPE = "CHQPAID "
                       MOVE "Y" TO CHANNEL-TYPE-FLAG
                   END-IF
               WHEN "SO "
                   IF WS-CHECK-TYPE = "SO-OUT  "
                       OR WS-CHECK-TYPE = "EMIDEBIT"
                       MOVE "Y" TO CHANNEL-TYPE-FLAG
                   END-IF
           END-EVALUATE.
