           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-LOG-STATUS.

           SELECT ACC-HOLDER-FILE ASSIGN TO "account-holders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDER-STATUS.

           SELECT OUTWARD-CLEARING-FILE
           ASSIGN TO "outward-clearing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTCLR-STATUS.

           SELECT LIMIT-OVERRIDE-FILE ASSIGN TO "limit-overrides.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVRD-STATUS.

           SELECT PERIOD-ADJ-FILE ASSIGN TO "period-adjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 ALG-CHECKER     PIC 999.
           05 ALG-OUTCOME     PIC X(8).

       FD ACC-HOLDER-FILE.
       COPY ACCHOLD.

       FD OUTWARD-CLEARING-FILE.
       COPY OUTCLR.

       FD LIMIT-OVERRIDE-FILE.
       COPY LIMOVRD.

       FD PERIOD-ADJ-FILE.
       COPY PERADJ.

       FD CLOSED-REGISTER-FILE.
       01 CLOSED-REGISTER-REC.
           05 CR-DATE        PIC 9(8).
           05 CR-CUST-ID     PIC 9(5).
           05 CR-PAID-OUT    PIC 9(7)V99.
           05 CR-MODE        PIC X(8).
      *        CASH OR XFER PLUS THE RECEIVING ACCOUNT IN CR-TARGET,
      *        OR SUSPENSE WHEN THE RESIDUAL WAS PARKED UNAPPLIED
           05 CR-TARGET      PIC 9(5).

       WORKING-STORAGE SECTION.
       01 CLOSE-TGT-BAL PIC S9(7)V99.
       01 CLOSE-ACC-NAME PIC X(20).
       01 CLOSE-CUST-ID PIC 9(5).
       01 CLOSE-ACC-BRANCH PIC 999.
       01 XFER-TGT-BAL  PIC S9(7)V99.
       01 XFER-OK-FLAG  PIC X.
       01 WS-OD-USED    PIC 9(7)V99.
       01 WS-REV-DONE   PIC X.
       01 WS-REV-TYPE   PIC X(8).
       01 WS-REV-AMOUNT PIC 9(5)V99.
      *    SET WHEN THE ENTRY BEING REVERSED LIES IN A CLOSED MONTH
       01 WS-REV-CLOSED PIC X.
       01 WS-REV-PERIOD PIC 9(6).
       01 WS-ADJ-STATUS PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 CUST-EOF-FLAG   PIC X.
       01 CUST-CHECK-ID   PIC 9(5).
       COPY BATCHLNK.
       COPY CHKDGT.
       COPY ACTJRNL.
       COPY SWEEPBRK.

      *    SYSTEM-ASSIGNED ACCOUNT NUMBERS: THE CONTROL RECORD
      *    CARRIES THE NEXT 4-DIGIT BASE AND CHECKDGT APPENDS THE
       01 AMEND-OLD-TYPE    PIC X(1).
       01 AMEND-OLD-OD      PIC 9(6).

      *    JOINT HOLDERS AND NOMINEE OF THE ACCOUNT IN HAND, AS
      *    MAINTAINED BY HOLDMAINT; THE MANDATE DECIDES WHETHER ONE
      *    SIGNATURE OR ALL OF THEM IS NEEDED TO DEBIT THE ACCOUNT
       01 WS-HOLDER-STATUS  PIC X(2).
       01 HOLD-EOF-FLAG     PIC X.
       01 HOLD-LOOK-ACC     PIC 9(5).
       01 HOLD-MANDATE      PIC X.
       01 HOLD-NOMINEE      PIC 9(5).
       01 HOLD-JOINT-COUNT  PIC 9(2).
       01 HOLD-JOINT-TABLE.
           05 HJ-CUST-ID OCCURS 9 TIMES INDEXED BY HJ-IDX
                             PIC 9(5).
       01 HOLD-ALL-SIGN-FLAG PIC X.
       01 MANDATE-OK-FLAG   PIC X.
       01 JOINT-LIVE-FLAG   PIC X.
       01 JOINT-ACC-COUNT   PIC 9(2).
       01 JOINT-ACC-TABLE.
           05 JA-ACC OCCURS 50 TIMES INDEXED BY JA-IDX PIC 9(5).
       01 JOINT-ACC-FLAG    PIC X.

      *    CHEQUES LODGED FOR OUTWARD CLEARING SIT ON THE HOLD UNTIL
      *    THEY CLEAR; A MANUAL HOLD IS SET OR RELEASED ON TOP OF THEM
       01 WS-OUTCLR-STATUS  PIC X(2).
       01 OC-EOF-FLAG       PIC X.
       01 UNCLEARED-AMT     PIC 9(7)V99.

      *    CHANNEL DEBIT LIMITS; A COUNTER WITHDRAWAL OVER ITS LIMIT
      *    GOES THROUGH ONLY ON A SECOND SIGN-ON BY A SUPERVISOR
      *    OTHER THAN THE TELLER, AND THE OVERRIDE IS RECORDED
       COPY DLCHECK.
       COPY SUSPPARK.
       COPY IBPOST.
       COPY PERCHK.
       COPY SIGNONWS REPLACING LEADING ==SIGNON== BY ==OVR==.
       01 WS-OVRD-STATUS    PIC X(2).
       01 LIMIT-OK-FLAG     PIC X.
       01 LIMIT-OVRD-FLAG   PIC X VALUE "N".
       01 OVR-ANSWER        PIC X.

       01 MINI-STMT-MAX        PIC 9(2) VALUE 5.
       01 MINI-STMT-COUNT      PIC 9(2) VALUE 0.
       01 MINI-STMT-TABLE.

               EVALUATE CHOICE
                   WHEN 1 PERFORM CREATE-ACCOUNT
                   WHEN 2
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM DEPOSIT
                       END-IF
                   WHEN 3
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM WITHDRAW
                       END-IF
                   WHEN 4 PERFORM DISPLAY-ACCOUNTS
                   WHEN 5
                       IF SIGNON-SUPERVISOR
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 8
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM TRANSFER
                       END-IF
                   WHEN 9 PERFORM SO-MAINT
                   WHEN 10 PERFORM OVERDRAWN-REPORT
                   WHEN 11
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM REVERSE-TRANSACTION
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                       END-IF
                   WHEN 16
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM CLOSE-ACCOUNT
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
           MOVE 0 TO ACC-HOLD-AMT
           MOVE "N" TO ACC-DORMANT-FLAG
           MOVE "N" TO ACC-CLOSED-FLAG
      *    A NEW ACCOUNT IS HOMED AT THE OPENING OPERATOR'S BRANCH
           MOVE SIGNON-BRANCH TO ACC-BRANCH

           WRITE ACCOUNT-REC
               INVALID KEY
                       DISPLAY "ACCOUNT: " ACC-NUMBER
                       DISPLAY "NAME   : " ACC-NAME
                       DISPLAY "CUST-ID: " ACC-CUST-ID
                       DISPLAY "BRANCH : " ACC-BRANCH
                       DISPLAY "TYPE   : " ACC-TYPE
                       DISPLAY "BALANCE: " BALANCE
                       IF ACC-TYPE = "C"
                           DISPLAY "OD LIMIT: " ACC-OD-LIMIT
                       END-IF
                       IF ACC-HOLD-AMT > 0
                           PERFORM SUM-UNCLEARED-FUNDS
                           IF UNCLEARED-AMT > 0
                               DISPLAY "UNCLEARED: " UNCLEARED-AMT
                           END-IF
                           IF ACC-HOLD-AMT > UNCLEARED-AMT
                               COMPUTE HF-HOLD-IN =
                                   ACC-HOLD-AMT - UNCLEARED-AMT
                               DISPLAY "HOLD   : " HF-HOLD-IN
                           END-IF
                       END-IF
                       DISPLAY "----------------"
               END-READ

           IF VER-ACC-OK = "N"
               DISPLAY "WITHDRAWAL ABANDONED"
           ELSE
               MOVE SEARCH-ACC TO HOLD-LOOK-ACC
               MOVE "N" TO HOLD-ALL-SIGN-FLAG
               PERFORM SHOW-ACCOUNT-MANDATE
               IF MANDATE-OK-FLAG = "N"
                   DISPLAY "WITHDRAWAL ABANDONED"
               ELSE
                   PERFORM WITHDRAW-PROMPT
               END-IF
           END-IF.

       WITHDRAW-PROMPT.
           DISPLAY "ENTER AMOUNT:"
           ACCEPT AMOUNT

      *    THE LIMIT IS CHECKED BEFORE ANY REVERSE SWEEP, SO NO
      *    DEPOSIT IS BROKEN FOR A DEBIT THE LIMIT THEN REFUSES
           MOVE "N" TO LIMIT-OVRD-FLAG
           MOVE SEARCH-ACC TO DC-ACC-NUMBER
           MOVE "CTR" TO DC-CHANNEL
           PERFORM CHECK-CHANNEL-LIMIT
           IF LIMIT-OK-FLAG = "N"
               PERFORM SUPERVISOR-LIMIT-OVERRIDE
           END-IF
           IF LIMIT-OK-FLAG = "Y"
               PERFORM WITHDRAW-OPEN
           END-IF.

       WITHDRAW-OPEN.
           MOVE SEARCH-ACC TO SB-ACC-NUMBER
           MOVE "WITHDRAW" TO SB-TRIGGER
           PERFORM TRY-REVERSE-SWEEP

           OPEN I-O ACCOUNT-FILE

           IF WS-ACCOUNT-STATUS = "35"
               MOVE "WITHDRAW" TO WS-LOG-TYPE
               MOVE SPACES TO WS-LOG-REF
               PERFORM LOG-TRANSACTION
               IF LIMIT-OVRD-FLAG = "Y"
                   PERFORM WRITE-LIMIT-OVERRIDE
               END-IF
               MOVE "WITHDRAW    " TO AJ-ACTION
               MOVE ACC-NUMBER TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
               MOVE "WITHDRAW" TO WS-LOG-TYPE
               MOVE SPACES TO WS-LOG-REF
               PERFORM LOG-TRANSACTION
               IF LIMIT-OVRD-FLAG = "Y"
                   PERFORM WRITE-LIMIT-OVERRIDE
               END-IF
               MOVE "WITHDRAW    " TO AJ-ACTION
               MOVE ACC-NUMBER TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
               END-IF
           END-IF.

       TRY-REVERSE-SWEEP.
      *    A SAVINGS ACCOUNT UNDER A SWEEP MANDATE BREAKS ITS MOST
      *    RECENT SWEPT DEPOSITS WHEN THE DEBIT WOULD OTHERWISE FAIL
      *    FOR WANT OF FUNDS. SWEEPBRK OPENS ACCOUNTS.DAT ITSELF, SO
      *    IT RUNS BEFORE THE DEBIT OPENS THE FILE
           MOVE AMOUNT TO SB-AMOUNT
           MOVE SIGNON-EMP-ID TO SB-TELLER
           CALL "SWEEPBRK" USING SWEEPBRK-AREA
           IF SB-RESULT = "Y"
               DISPLAY "REVERSE SWEEP: " SB-BROKEN " SWEPT "
                   "DEPOSIT(S) BROKEN, " SB-RELEASED
                   " CREDITED BACK"
           END-IF.

       CHECK-CHANNEL-LIMIT.
      *    DLCHECK LOOKS THE ACCOUNT TYPE UP ITSELF, SO IT RUNS
      *    WHILE ACCOUNTS.DAT IS CLOSED
           MOVE "Y" TO LIMIT-OK-FLAG
           MOVE SPACE TO DC-ACC-TYPE
           MOVE AMOUNT TO DC-AMOUNT
           CALL "DLCHECK" USING DLCHECK-AREA
           EVALUATE DC-RESULT
               WHEN "T"
                   DISPLAY "AMOUNT EXCEEDS THE SINGLE DEBIT LIMIT "
                       "OF " DC-MAX-TXN " FOR THIS CHANNEL"
                   MOVE "N" TO LIMIT-OK-FLAG
               WHEN "D"
                   DISPLAY "AMOUNT WOULD EXCEED THE DAILY CAP OF "
                       DC-DAILY-CAP " - ALREADY USED TODAY: "
                       DC-USED-TODAY
                   MOVE "N" TO LIMIT-OK-FLAG
           END-EVALUATE.

       SUPERVISOR-LIMIT-OVERRIDE.
      *    ONLY A COUNTER DEBIT MAY BE PASSED OVER ITS LIMIT, AND
      *    ONLY BY A SUPERVISOR SIGNING ON IN THEIR OWN RIGHT
           DISPLAY "REFER TO A SUPERVISOR FOR OVERRIDE? (Y/N):"
           ACCEPT OVR-ANSWER
           IF OVR-ANSWER NOT = "Y"
               DISPLAY "WITHDRAWAL REFUSED - OVER LIMIT"
           ELSE
               DISPLAY "SUPERVISOR SIGN-ON FOR LIMIT OVERRIDE"
               CALL "SIGNON" USING OVR-AREA
               IF OVR-OK-FLAG NOT = "Y"
                   DISPLAY "OVERRIDE NOT AUTHORISED"
               ELSE
                   IF NOT OVR-SUPERVISOR
                       DISPLAY "SUPERVISOR ROLE REQUIRED - OVERRIDE "
                           "NOT AUTHORISED"
                   ELSE
                       IF OVR-EMP-ID = SIGNON-EMP-ID
                           DISPLAY "A TELLER CANNOT OVERRIDE THEIR "
                               "OWN LIMIT BREACH"
                       ELSE
                           DISPLAY "OVERRIDE AUTHORISED BY "
                               OVR-EMP-ID
                           MOVE "Y" TO LIMIT-OK-FLAG
                           MOVE "Y" TO LIMIT-OVRD-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-LIMIT-OVERRIDE.
      *    RECORDED ONLY ONCE THE DEBIT HAS POSTED, ALONGSIDE AN
      *    OPERATOR JOURNAL ENTRY UNDER THE SUPERVISOR'S ID
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO LO-TIMESTAMP
           MOVE ACC-NUMBER TO LO-ACC-NUMBER
           MOVE DC-CHANNEL TO LO-CHANNEL
           MOVE AMOUNT TO LO-AMOUNT
           MOVE DC-USED-TODAY TO LO-USED-TODAY
           MOVE DC-RESULT TO LO-BREACH
           MOVE DC-MAX-TXN TO LO-MAX-TXN
           MOVE DC-DAILY-CAP TO LO-DAILY-CAP
           MOVE SIGNON-EMP-ID TO LO-TELLER
           MOVE OVR-EMP-ID TO LO-SUPERVISOR

           OPEN EXTEND LIMIT-OVERRIDE-FILE
           IF WS-OVRD-STATUS = "35"
               OPEN OUTPUT LIMIT-OVERRIDE-FILE
           END-IF
           WRITE LIMIT-OVERRIDE-REC
           CLOSE LIMIT-OVERRIDE-FILE

           MOVE OVR-EMP-ID TO AJ-EMP-ID
           MOVE "BANKSYS     " TO AJ-PROGRAM
           MOVE "LIMIT OVRIDE" TO AJ-ACTION
           MOVE ACC-NUMBER TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA
           MOVE "N" TO LIMIT-OVRD-FLAG.

       MINI-STATEMENT.
           DISPLAY "ENTER ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC
           ELSE
               MOVE "N" TO EOF-FLAG

               MOVE SEARCH-ACC TO TL-ACC-NUMBER
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
                           IF TL-ACC-NUMBER NOT = SEARCH-ACC
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM SAVE-MINI-STMT-ENTRY
                           END-IF
                   END-READ
           MOVE TL-BALANCE   TO MS-BALANCE (MINI-STMT-COUNT)
           MOVE TL-TIMESTAMP TO MS-TIMESTAMP (MINI-STMT-COUNT).

      *    NOTHING MAY BE POSTED WHILE TODAY'S ACCOUNTING MONTH
      *    STANDS CLOSED; A SUPERVISOR MUST REOPEN IT IN PERCLOSE
       CHECK-PERIOD-OPEN.
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NO POSTINGS"
           END-IF.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "BANKSYS     " TO AJ-PROGRAM
           CALL "ACTLOG" USING ACTJRNL-AREA.

       LOG-TRANSACTION.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE WS-LOG-REF  TO TL-REF
           MOVE WS-LOG-ORIG-TYPE TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ
           ACCEPT SEARCH-CUST-ID

           MOVE 0 TO BY-CUST-COUNT
           PERFORM LOAD-CUSTOMER-JOINT-ACCS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "35"
                                   ADD 1 TO BY-CUST-COUNT
                                   DISPLAY ACC-NUMBER " " ACC-TYPE
                                       " BALANCE " BALANCE
                               ELSE
                                   PERFORM CHECK-JOINT-ACC-LISTED
                                   IF JOINT-ACC-FLAG = "Y"
                                       ADD 1 TO BY-CUST-COUNT
                                       DISPLAY ACC-NUMBER " "
                                           ACC-TYPE " BALANCE "
                                           BALANCE " JOINT"
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                           NOT AT END
                               MOVE ACC-CUST-ID TO CUST-CHECK-ID
                               PERFORM CHECK-CUSTOMER-ACTIVE
      *    AN ACCOUNT WITH A LIVE JOINT HOLDER IS NOT AN ORPHAN
      *    EVEN WHEN THE PRIMARY HAS GONE
                               IF CUST-CHECK-RESULT NOT = "A"
                                   AND CUST-CHECK-RESULT NOT = "K"
                                   PERFORM CHECK-JOINT-HOLDERS-LIVE
                                   IF JOINT-LIVE-FLAG = "Y"
                                       MOVE "A" TO CUST-CHECK-RESULT
                                   END-IF
                               END-IF
      *    A KYC-OVERDUE CUSTOMER IS STILL A LIVE OWNER, NOT AN
      *    ORPHAN
                               IF CUST-CHECK-RESULT NOT = "A"
               END-IF
           END-IF.

       CHECK-JOINT-HOLDERS-LIVE.
      *    CUST-CHECK-RESULT IS REUSED FOR EACH HOLDER, SO THE
      *    CALLER RESTORES ITS OWN VERDICT FROM JOINT-LIVE-FLAG
           MOVE "N" TO JOINT-LIVE-FLAG
           MOVE ACC-NUMBER TO HOLD-LOOK-ACC
           PERFORM LOAD-ACCOUNT-HOLDERS
           PERFORM VARYING HJ-IDX FROM 1 BY 1
               UNTIL HJ-IDX > HOLD-JOINT-COUNT
               MOVE HJ-CUST-ID (HJ-IDX) TO CUST-CHECK-ID
               PERFORM CHECK-CUSTOMER-ACTIVE
               IF CUST-CHECK-RESULT = "A" OR CUST-CHECK-RESULT = "K"
                   MOVE "Y" TO JOINT-LIVE-FLAG
               END-IF
           END-PERFORM
           MOVE ACC-CUST-ID TO CUST-CHECK-ID
           PERFORM CHECK-CUSTOMER-ACTIVE.

       LOAD-CUSTOMER-JOINT-ACCS.
      *    ACCOUNTS ON WHICH SEARCH-CUST-ID IS AN ACTIVE JOINT
      *    HOLDER RATHER THAN THE PRIMARY
           MOVE 0 TO JOINT-ACC-COUNT
           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO HOLD-EOF-FLAG
               PERFORM UNTIL HOLD-EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF-FLAG
                       NOT AT END
                           IF AH-CUST-ID = SEARCH-CUST-ID
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

       LOAD-ACCOUNT-HOLDERS.
      *    THE MANDATE RIDES ON THE PRIMARY LINE; NO PRIMARY LINE
      *    MEANS THE ACCOUNT IS SOLELY HELD
           MOVE SPACE TO HOLD-MANDATE
           MOVE 0 TO HOLD-NOMINEE
           MOVE 0 TO HOLD-JOINT-COUNT
           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO HOLD-EOF-FLAG
               PERFORM UNTIL HOLD-EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF-FLAG
                       NOT AT END
                           IF AH-ACC-NUMBER = HOLD-LOOK-ACC
                               AND AH-STATUS = "ACTIVE"
                               EVALUATE AH-ROLE
                                   WHEN "P"
                                       MOVE AH-MANDATE TO HOLD-MANDATE
                                   WHEN "N"
                                       MOVE AH-CUST-ID TO HOLD-NOMINEE
                                   WHEN "J"
                                       IF HOLD-JOINT-COUNT < 9
                                           ADD 1 TO HOLD-JOINT-COUNT
                                           MOVE AH-CUST-ID TO
                                             HJ-CUST-ID
                                             (HOLD-JOINT-COUNT)
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
           END-IF.

       SHOW-ACCOUNT-MANDATE.
      *    THE TELLER SEES WHO MAY OPERATE THE ACCOUNT BEFORE ANY
      *    DEBIT; A JOINTLY-OPERATED ACCOUNT (OR ANY JOINT CLOSURE,
      *    HOLD-ALL-SIGN-FLAG) GOES NO FURTHER WITHOUT ALL SIGNATURES
           MOVE "Y" TO MANDATE-OK-FLAG
           PERFORM LOAD-ACCOUNT-HOLDERS

           IF HOLD-JOINT-COUNT = 0
               DISPLAY "MANDATE: SOLE HOLDER"
           ELSE
               IF HOLD-MANDATE = "J"
                   DISPLAY "MANDATE: JOINTLY - ALL HOLDERS TO SIGN"
               ELSE
                   DISPLAY "MANDATE: EITHER OR SURVIVOR"
               END-IF
               PERFORM VARYING HJ-IDX FROM 1 BY 1
                   UNTIL HJ-IDX > HOLD-JOINT-COUNT
                   DISPLAY "  JOINT HOLDER: " HJ-CUST-ID (HJ-IDX)
               END-PERFORM
               IF HOLD-MANDATE = "J" OR HOLD-ALL-SIGN-FLAG = "Y"
                   DISPLAY "SIGNATURES OF ALL HOLDERS SEEN? (Y/N):"
                   ACCEPT VER-ANSWER
                   IF VER-ANSWER NOT = "Y"
                       MOVE "N" TO MANDATE-OK-FLAG
                   END-IF
               END-IF
           END-IF

           IF HOLD-NOMINEE > 0
               DISPLAY "  NOMINEE: " HOLD-NOMINEE
           END-IF.

       TRANSFER.
           DISPLAY "ENTER SOURCE ACCOUNT NUMBER:"
           ACCEPT XFER-SRC-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "TRANSFER ABANDONED"
           ELSE
               MOVE XFER-SRC-ACC TO HOLD-LOOK-ACC
               MOVE "N" TO HOLD-ALL-SIGN-FLAG
               PERFORM SHOW-ACCOUNT-MANDATE
               IF MANDATE-OK-FLAG = "N"
                   DISPLAY "TRANSFER ABANDONED"
               ELSE
                   PERFORM TRANSFER-PROMPT
               END-IF
           END-IF.

       TRANSFER-PROMPT.
           IF XFER-SRC-ACC = XFER-TGT-ACC
               DISPLAY "SOURCE AND TARGET ACCOUNTS ARE THE SAME"
           ELSE
               MOVE XFER-SRC-ACC TO DC-ACC-NUMBER
               MOVE "XFR" TO DC-CHANNEL
               PERFORM CHECK-CHANNEL-LIMIT
               IF LIMIT-OK-FLAG = "Y"
                   PERFORM TRANSFER-OPEN
               END-IF
           END-IF.

       TRANSFER-OPEN.
           MOVE XFER-SRC-ACC TO SB-ACC-NUMBER
           MOVE "TRANSFER" TO SB-TRIGGER
           PERFORM TRY-REVERSE-SWEEP

           OPEN I-O ACCOUNT-FILE

           IF WS-ACCOUNT-STATUS = "35"
               DISPLAY "NO ACCOUNT RECORDS FOUND"
           ELSE
               IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
                   PERFORM TRANSFER-BODY
                   CLOSE ACCOUNT-FILE
               ELSE
                   DISPLAY "FILE OPEN ERROR, STATUS: "
                       WS-ACCOUNT-STATUS
               END-IF
           END-IF.


           MOVE XFER-SRC-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
           MOVE ACC-BRANCH TO XB-FROM-BRANCH
           COMPUTE BALANCE = XFER-SRC-BAL - AMOUNT
           REWRITE ACCOUNT-REC
           MOVE "XFER-OUT" TO WS-LOG-TYPE

           MOVE XFER-TGT-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
           MOVE ACC-BRANCH TO XB-TO-BRANCH
           COMPUTE BALANCE = XFER-TGT-BAL + AMOUNT
           REWRITE ACCOUNT-REC
           MOVE "XFER-IN " TO WS-LOG-TYPE
           PERFORM LOG-TRANSACTION

           MOVE XFER-SRC-ACC TO XB-FROM-ACC
           MOVE XFER-TGT-ACC TO XB-TO-ACC
           PERFORM RAISE-INTER-BRANCH

           DISPLAY "TRANSFER SUCCESSFUL: " AMOUNT " FROM "
               XFER-SRC-ACC " TO " XFER-TGT-ACC

               WHEN WS-REV-DONE = "Y"
                   DISPLAY "ENTRY HAS ALREADY BEEN REVERSED"
               WHEN OTHER
                   PERFORM CHECK-REVERSAL-PERIOD
                   PERFORM POST-REVERSAL
           END-EVALUATE.

      *    AN ENTRY IN A CLOSED MONTH IS NEVER CHANGED IN PLACE: THE
      *    REVERSAL POSTS TODAY, IN THE OPEN MONTH, AND IS LISTED ON
      *    THE POST-CLOSE ADJUSTMENTS FILE AGAINST THE CLOSED MONTH
       CHECK-REVERSAL-PERIOD.
           MOVE "N" TO WS-REV-CLOSED
           MOVE WS-REV-TS (1:8) TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           MOVE PK-PERIOD TO WS-REV-PERIOD
           IF PK-RESULT = "C"
               MOVE "Y" TO WS-REV-CLOSED
               DISPLAY "ENTRY IS IN CLOSED PERIOD " WS-REV-PERIOD
               DISPLAY "REVERSAL POSTS TODAY AS A POST-CLOSE ADJUSTMENT"
           END-IF.

       LIST-ACCOUNT-TRANSACTIONS.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               DISPLAY " "
               DISPLAY "TIMESTAMP       TYPE     AMOUNT"
               MOVE "N" TO EOF-FLAG
               MOVE SEARCH-ACC TO TL-ACC-NUMBER
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
                           IF TL-ACC-NUMBER NOT = SEARCH-ACC
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               DISPLAY TL-TIMESTAMP " " TL-TYPE
                                   " " TL-AMOUNT
                           END-IF
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               MOVE SEARCH-ACC TO TL-ACC-NUMBER
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
                           IF TL-ACC-NUMBER NOT = SEARCH-ACC
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF TL-TIMESTAMP = WS-REV-TS
                                   AND TL-TYPE NOT = "REVERSAL"
                                   AND TL-TYPE NOT = "ODRAWN  "
                                   AND TL-TYPE NOT = "REACTIVE"
                                   AND TL-TYPE NOT = "CLOSURE "
                                   AND TL-TYPE NOT = "EMIDEBIT"
                                   AND TL-TYPE NOT = "LOANPREP"
                                   AND TL-TYPE NOT = "SVCCHG  "
                                   AND TL-TYPE NOT = "CHGWAIVE"
                                   AND TL-TYPE NOT = "FEEBANK "
                                   AND TL-TYPE NOT = "TDS     "
                                   AND TL-TYPE NOT = "CHQLODGE"
                                   AND TL-TYPE NOT = "CHQRTN  "
                                   AND TL-TYPE NOT = "SWEEPOUT"
                                   AND TL-TYPE NOT = "SWEEPIN "
                                   AND TL-TYPE NOT = "SUSPCLR "
                                   AND TL-TYPE NOT = "INWCRED "
                                   AND WS-REV-FOUND = "N"
                                   MOVE "Y" TO WS-REV-FOUND
                                   MOVE TL-TYPE TO WS-REV-TYPE
           MOVE WS-REV-TS  TO WS-LOG-REF
           MOVE WS-REV-TYPE TO WS-LOG-ORIG-TYPE
           PERFORM LOG-TRANSACTION
           IF WS-REV-CLOSED = "Y"
               PERFORM WRITE-PERIOD-ADJUSTMENT
           END-IF

           DISPLAY "REVERSED " WS-REV-TYPE " OF " WS-REV-AMOUNT
               " ON ACCOUNT " SEARCH-ACC
           DISPLAY "NEW BALANCE: " BALANCE.

       WRITE-PERIOD-ADJUSTMENT.
           OPEN EXTEND PERIOD-ADJ-FILE
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT PERIOD-ADJ-FILE
           END-IF
           MOVE WS-TIMESTAMP   TO PA-TIMESTAMP
           MOVE WS-REV-PERIOD  TO PA-CLOSED-PERIOD
           MOVE SEARCH-ACC     TO PA-ACC-NUMBER
           MOVE "REVERSAL"     TO PA-TL-TYPE
           MOVE WS-REV-AMOUNT  TO PA-AMOUNT
           MOVE WS-REV-TS      TO PA-ORIG-REF
           MOVE WS-REV-TYPE    TO PA-ORIG-TYPE
           MOVE SIGNON-EMP-ID  TO PA-OPERATOR
           WRITE PERIOD-ADJ-REC
           CLOSE PERIOD-ADJ-FILE.

       OVERDRAWN-REPORT.
           MOVE 0 TO OVERDRAWN-COUNT

                   MOVE 0 TO AMOUNT
                   DISPLAY "FREEZE LIFTED ON ACCOUNT " ACC-NUMBER
               WHEN 3
                   PERFORM SUM-UNCLEARED-FUNDS
                   COMPUTE ACC-HOLD-AMT = HF-HOLD-IN + UNCLEARED-AMT
                   MOVE "HOLDSET " TO WS-LOG-TYPE
                   IF HF-HOLD-IN > 99999.99
                       MOVE 0 TO AMOUNT
                   DISPLAY "HOLD OF " ACC-HOLD-AMT " SET ON "
                       "ACCOUNT " ACC-NUMBER
               WHEN 4
                   PERFORM SUM-UNCLEARED-FUNDS
                   MOVE UNCLEARED-AMT TO ACC-HOLD-AMT
                   MOVE "HOLDREL " TO WS-LOG-TYPE
                   MOVE 0 TO AMOUNT
                   DISPLAY "HOLD RELEASED ON ACCOUNT " ACC-NUMBER
                   IF UNCLEARED-AMT > 0
                       DISPLAY "UNCLEARED CHEQUES OF " UNCLEARED-AMT
                           " REMAIN HELD"
                   END-IF
           END-EVALUATE

           REWRITE ACCOUNT-REC
           MOVE SEARCH-ACC TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       SUM-UNCLEARED-FUNDS.
      *    LODGEMENTS ON ACC-NUMBER STILL AWAITING SETTLEMENT
           MOVE 0 TO UNCLEARED-AMT
           OPEN INPUT OUTWARD-CLEARING-FILE
           IF WS-OUTCLR-STATUS = "00" OR WS-OUTCLR-STATUS = "05"
               MOVE "N" TO OC-EOF-FLAG
               PERFORM UNTIL OC-EOF-FLAG = "Y"
                   READ OUTWARD-CLEARING-FILE
                       AT END
                           MOVE "Y" TO OC-EOF-FLAG
                       NOT AT END
                           IF OC-ACC-NUMBER = ACC-NUMBER
                               AND (OC-STATUS = "LODGED  "
                                   OR OC-STATUS = "DISHONRD")
                               ADD OC-AMOUNT TO UNCLEARED-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTWARD-CLEARING-FILE
           END-IF.

       CLOSE-ACCOUNT.
           DISPLAY "ENTER ACCOUNT NUMBER TO CLOSE:"
           ACCEPT SEARCH-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "CLOSURE ABANDONED"
           ELSE
      *    CLOSING A JOINT ACCOUNT NEEDS EVERY HOLDER'S SIGNATURE
      *    WHATEVER THE OPERATING MANDATE
               MOVE SEARCH-ACC TO HOLD-LOOK-ACC
               MOVE "Y" TO HOLD-ALL-SIGN-FLAG
               PERFORM SHOW-ACCOUNT-MANDATE
               IF MANDATE-OK-FLAG = "N"
                   DISPLAY "CLOSURE ABANDONED"
               ELSE
                   PERFORM CLOSE-ACCOUNT-CHECKS
               END-IF
           END-IF.

       CLOSE-ACCOUNT-CHECKS.
           MOVE BALANCE TO CLOSE-PAYOUT
           MOVE ACC-NAME TO CLOSE-ACC-NAME
           MOVE ACC-CUST-ID TO CLOSE-CUST-ID
           MOVE ACC-BRANCH TO CLOSE-ACC-BRANCH

           MOVE "C" TO CLOSE-MODE
           MOVE 0 TO CLOSE-TARGET-ACC
           IF CLOSE-PAYOUT > 0
               DISPLAY "PAY RESIDUAL " CLOSE-PAYOUT
                   " BY TRANSFER, CASH OR TO SUSPENSE? (T/C/S):"
               ACCEPT CLOSE-MODE
               IF CLOSE-MODE = "T"
                   DISPLAY "RECEIVING ACCOUNT NUMBER:"
               PERFORM CREDIT-CLOSURE-TARGET
           END-IF

           IF CLOSE-MODE = "S" AND CLOSE-PAYOUT > 0
               PERFORM PARK-CLOSURE-RESIDUAL
           END-IF

           PERFORM WRITE-CLOSED-REGISTER

           MOVE "CLOSURE     " TO AJ-ACTION
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "RECEIVING ACCOUNT NOT FOUND - RESIDUAL "
                       "PARKED IN SUSPENSE INSTEAD"
                   MOVE "S" TO CLOSE-MODE
               NOT INVALID KEY
                   IF ACC-CLOSED-FLAG = "C"
                       DISPLAY "RECEIVING ACCOUNT IS CLOSED - "
                           "RESIDUAL PARKED IN SUSPENSE INSTEAD"
                       MOVE "S" TO CLOSE-MODE
                   ELSE
                       ADD CLOSE-PAYOUT TO BALANCE
                       REWRITE ACCOUNT-REC
                       PERFORM LOG-TRANSACTION
                       DISPLAY "RESIDUAL TRANSFERRED TO ACCOUNT "
                           CLOSE-TARGET-ACC
                       MOVE SEARCH-ACC TO XB-FROM-ACC
                       MOVE CLOSE-ACC-BRANCH TO XB-FROM-BRANCH
                       MOVE CLOSE-TARGET-ACC TO XB-TO-ACC
                       MOVE ACC-BRANCH TO XB-TO-BRANCH
                       PERFORM RAISE-INTER-BRANCH
                   END-IF
           END-READ.

       RAISE-INTER-BRANCH.
      *    A TRANSFER BETWEEN ACCOUNTS OF DIFFERENT HOME BRANCHES
      *    ALSO MOVES THE MONEY BETWEEN THE BRANCHES' BOOKS
           MOVE AMOUNT TO XB-AMOUNT
           MOVE WS-TIMESTAMP TO XB-TIMESTAMP
           MOVE WS-LOG-REF TO XB-REF
           CALL "IBPOST" USING IBPOST-AREA
           IF XB-POSTED-FLAG = "Y"
               DISPLAY "INTER-BRANCH ENTRY RAISED: BRANCH "
                   XB-FROM-BRANCH " TO BRANCH " XB-TO-BRANCH
           END-IF.

       PARK-CLOSURE-RESIDUAL.
      *    A RESIDUAL THAT CANNOT BE HANDED OVER NOW WAITS ON THE
      *    SUSPENSE LEDGER UNTIL IT IS CLEARED OR RETURNED
           MOVE "CLOSURE " TO SK-SOURCE
           MOVE SPACES TO SK-REF
           STRING "CLOSE" SEARCH-ACC DELIMITED BY SIZE INTO SK-REF
           MOVE SEARCH-ACC TO SK-ORIG-ACC
           MOVE CLOSE-PAYOUT TO SK-AMOUNT
           MOVE CLOSE-ACC-NAME TO SK-NARRATIVE
           MOVE "CLOSURE RESIDUAL UNPAID" TO SK-REASON
           CALL "SUSPPARK" USING SUSPPARK-AREA
           DISPLAY "RESIDUAL PARKED AS SUSPENSE ITEM " SK-ITEM-NO.

       WRITE-CLOSED-REGISTER.
           OPEN EXTEND CLOSED-REGISTER-FILE
           IF WS-CLOSED-STATUS = "35"
           MOVE CLOSE-ACC-NAME TO CR-ACC-NAME
           MOVE CLOSE-CUST-ID TO CR-CUST-ID
           MOVE CLOSE-PAYOUT TO CR-PAID-OUT
           EVALUATE TRUE
               WHEN CLOSE-MODE = "T"
                   MOVE "XFER    " TO CR-MODE
                   MOVE CLOSE-TARGET-ACC TO CR-TARGET
               WHEN CLOSE-MODE = "S" AND CLOSE-PAYOUT > 0
                   MOVE "SUSPENSE" TO CR-MODE
                   MOVE 0 TO CR-TARGET
               WHEN OTHER
                   MOVE "CASH    " TO CR-MODE
                   MOVE 0 TO CR-TARGET
           END-EVALUATE

           WRITE CLOSED-REGISTER-REC

