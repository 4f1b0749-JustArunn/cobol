           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT OUTWARD-CLEARING-FILE
           ASSIGN TO "outward-clearing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTCLR-STATUS.

           SELECT OUTCLR-TEMP-FILE ASSIGN TO "outward-clearing.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "shop-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "positive-pay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.

           SELECT POSPAY-TEMP-FILE ASSIGN TO "positive-pay.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-REPORT-FILE
           ASSIGN USING WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 PC-ACC-NUMBER  PIC 9(5).
           05 PC-CHQ-NUMBER  PIC 9(6).
           05 PC-AMOUNT      PIC 9(5)V99.
           05 PC-PAYEE       PIC X(30).
           05 PC-CHQ-DATE    PIC 9(8).
      *        PAYEE AND CHEQUE DATE AS CAPTURED BY THE CLEARING
      *        HOUSE; OLDER FEEDS LEAVE THEM BLANK AND ONLY THE
      *        AMOUNT IS MATCHED AGAINST POSITIVE PAY

       FD ACCOUNT-FILE.
       COPY ACCOUNT.
       FD RATES-FILE.
       COPY PAYRATES.

       FD OUTWARD-CLEARING-FILE.
       COPY OUTCLR.

       FD OUTCLR-TEMP-FILE.
       COPY OUTCLR REPLACING
           ==OUTWARD-CLEARING-REC== BY ==OUTCLR-TEMP-REC==
           LEADING ==OC== BY ==OT==.

       FD CALENDAR-FILE.
       COPY CALREC.

       FD POSPAY-FILE.
       COPY POSPAY.

       FD POSPAY-TEMP-FILE.
       COPY POSPAY REPLACING
           ==POSITIVE-PAY-REC== BY ==POSPAY-TEMP-REC==
           LEADING ==PP== BY ==PQ==.

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 CHOICE            PIC 99 VALUE 0.
       01 WS-BOOK-STATUS    PIC X(2).
       01 WS-PRESENTED-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
           05 FILLER        PIC X(10) VALUE SPACES.

       COPY SIGNONWS.
       COPY PERCHK.
       COPY CHKDGT.
       COPY CHGPOST.
       COPY SWEEPBRK.
       COPY DLCHECK.

      *    CHEQUES RETURNED FOR WANT OF FUNDS CARRY A RETURN CHARGE;
      *    THEY ARE CHARGED ONCE ACCOUNTS.DAT IS CLOSED AFTER THE RUN
       01 RTN-CHG-COUNT     PIC 9(4) VALUE 0.
       01 RTN-CHG-TABLE.
           05 RTN-CHG-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10 RC-ACC-NUMBER PIC 9(5).
               10 RC-CHQ-NUMBER PIC 9(6).
       01 RTN-CHARGED-COUNT PIC 9(4).

      *    OUTWARD CLEARING: CHEQUES ON OTHER BANKS PAID IN BY OUR
      *    CUSTOMERS ARE CREDITED AT ONCE BUT HELD AS UNCLEARED
      *    UNTIL THE CLEARING DATE, CLEARING-DAYS WORKING DAYS ON;
      *    CLRSETTLE RELEASES OR REVERSES THEM
       01 WS-OUTCLR-STATUS  PIC X(2).
       01 WS-OUTCLR-FILENAME PIC X(25) VALUE "outward-clearing.dat".
       01 WS-OUTCLR-TEMP-FILENAME PIC X(25)
           VALUE "outward-clearing.tmp".
       01 CLEARING-DAYS     PIC 9 VALUE 2.
       01 WS-NEXT-LODGE     PIC 9(6).
       01 WS-LODGE-CHQ      PIC 9(6).
       01 WS-LODGE-BANK     PIC X(20).
       01 WS-LODGE-AMOUNT   PIC 9(5)V99.
       01 WS-LODGE-REF      PIC X(14).
       01 WS-CLEAR-DATE     PIC 9(8).
       01 WS-PICK-LODGE     PIC 9(6).
       01 WS-LODGE-REASON   PIC X(20).
       01 LODGE-FOUND-FLAG  PIC X.
       01 UNCLEARED-COUNT   PIC 9(5).
       01 UNCLEARED-TOTAL   PIC 9(8)V99.

       01 WS-CAL-STATUS     PIC X(2).
       01 CAL-EOF-FLAG      PIC X.
       01 CAL-OVERRIDE-FLAG PIC X.
       01 WORK-DAY-FLAG     PIC X.
       01 WS-CHECK-DATE     PIC 9(8).
       01 WS-CHECK-INT      PIC 9(7).
       01 WS-CHECK-DOW      PIC 9.
       01 WS-ROLL-COUNT     PIC 9(2).
       01 WS-WORK-COUNT     PIC 9.

      *    POSITIVE PAY: A CHEQUE AT OR ABOVE THE THRESHOLD IS
      *    PAID ONLY WHEN THE DRAWER REGISTERED IT BEFOREHAND AND
      *    THE PRESENTED DETAILS AGREE. LEAVES MATCHED AND PAID ARE
      *    MARKED USED ONCE THE RUN IS OVER
       01 WS-POSPAY-STATUS  PIC X(2).
       01 WS-POSPAY-FILENAME PIC X(20) VALUE "positive-pay.dat".
       01 WS-POSPAY-TEMP-FILENAME PIC X(20) VALUE "positive-pay.tmp".
       01 POSPAY-THRESHOLD  PIC 9(5)V99 VALUE 50000.
       01 POSPAY-EOF-FLAG   PIC X.
       01 POSPAY-FOUND-FLAG PIC X.
       01 POSPAY-MATCH-FLAG PIC X.
       01 WS-PP-CHQ         PIC 9(6).
       01 WS-PP-AMOUNT      PIC 9(5)V99.
       01 WS-PP-PAYEE       PIC X(30).
       01 WS-PP-CHQ-DATE    PIC 9(8).
       01 WS-PP-LIST-ACC    PIC 9(5).
       01 POSPAY-LIST-COUNT PIC 9(5).
       01 POSPAY-USED-COUNT PIC 9(4) VALUE 0.
       01 POSPAY-USED-TABLE.
           05 POSPAY-USED-ENTRY OCCURS 500 TIMES INDEXED BY PU-IDX.
               10 PU-ACC-NUMBER PIC 9(5).
               10 PU-CHQ-NUMBER PIC 9(6).
       01 POSPAY-MARKED-COUNT PIC 9(4).

       01 VER-ACC-IN        PIC 9(5).
       01 VER-ACC-OK        PIC X.

           PERFORM LOAD-BANK-RATES

           PERFORM UNTIL CHOICE = 11

               DISPLAY " "
               DISPLAY "===== CHEQUE PROCESSING ====="
               DISPLAY "2. LIST CHEQUE BOOKS"
               DISPLAY "3. STOP A CHEQUE BOOK"
               DISPLAY "4. INWARD CLEARING RUN"
               DISPLAY "5. LODGE CHEQUE FOR OUTWARD CLEARING"
               DISPLAY "6. RECORD OUTWARD CHEQUE RETURNED"
               DISPLAY "7. LIST UNCLEARED LODGEMENTS"
               DISPLAY "8. REGISTER CHEQUE FOR POSITIVE PAY"
               DISPLAY "9. LIST POSITIVE PAY REGISTER"
               DISPLAY "10. CANCEL POSITIVE PAY REGISTRATION"
               DISPLAY "11. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM INWARD-CLEARING
                       END-IF
                   WHEN 5
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM OUTWARD-LODGEMENT
                       END-IF
                   WHEN 6 PERFORM RECORD-OUTWARD-RETURN
                   WHEN 7 PERFORM LIST-UNCLEARED-LODGEMENTS
                   WHEN 8 PERFORM REGISTER-POSITIVE-PAY
                   WHEN 9 PERFORM LIST-POSITIVE-PAY
                   WHEN 10 PERFORM CANCEL-POSITIVE-PAY
               END-EVALUATE

           END-PERFORM

           STOP RUN.

      *    NOTHING MAY BE POSTED WHILE TODAY'S ACCOUNTING MONTH
      *    STANDS CLOSED; A SUPERVISOR MUST REOPEN IT IN PERCLOSE
       CHECK-PERIOD-OPEN.
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NO POSTINGS"
           END-IF.

       ISSUE-CHEQUE-BOOK.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT WS-ISSUE-ACC

               DISPLAY "BOOK ISSUED TO ACCOUNT " WS-ISSUE-ACC
                   ": CHEQUES " CB-FIRST-CHQ " TO " CB-LAST-CHQ

               MOVE "BOOK" TO CP-EVENT
               MOVE WS-ISSUE-ACC TO CP-ACC-NUMBER
               MOVE SPACES TO CP-REF-DETAIL
               MOVE CB-FIRST-CHQ TO CP-REF-DETAIL (1:6)
               MOVE SIGNON-EMP-ID TO CP-TELLER
               CALL "CHGPOST" USING CHGPOST-AREA
               PERFORM SHOW-CHARGE-RESULT
           END-IF.

       SHOW-CHARGE-RESULT.
           EVALUATE CP-RESULT
               WHEN "P"
                   DISPLAY "SERVICE CHARGE " CP-EVENT " OF " CP-AMOUNT
                       " DEBITED TO ACCOUNT " CP-ACC-NUMBER
               WHEN "W"
                   DISPLAY "SERVICE CHARGE " CP-EVENT
                       " WAIVED FOR ACCOUNT " CP-ACC-NUMBER
               WHEN "B"
               WHEN "I"
                   DISPLAY "SERVICE CHARGE " CP-EVENT " OF " CP-AMOUNT
                       " NOT RECOVERED FROM ACCOUNT " CP-ACC-NUMBER
           END-EVALUATE.

       CHECK-ACCOUNT-EXISTS.
           MOVE "N" TO ACC-OK-FLAG


           MOVE 0 TO PAID-COUNT
           MOVE 0 TO RETURNED-COUNT
           MOVE 0 TO RTN-CHG-COUNT
           MOVE 0 TO POSPAY-USED-COUNT

           MOVE SPACES TO WS-RETURN-FILENAME
           STRING "returned-cheques-" WS-DATE ".dat"
                   CLOSE RETURN-REPORT-FILE
                   CLOSE ACCOUNT-FILE

                   PERFORM CHARGE-RETURNED-CHEQUES
                   PERFORM MARK-POSITIVE-PAY-USED

                   DISPLAY " "
                   DISPLAY "CHEQUES PAID    : " PAID-COUNT
                   DISPLAY "CHEQUES RETURNED: " RETURNED-COUNT
           STRING "CHQ" PC-CHQ-NUMBER DELIMITED BY SIZE
               INTO WS-CHQ-REF

           MOVE "N" TO POSPAY-MATCH-FLAG

           PERFORM CHECK-CHEQUE-ISSUED
           IF WS-CHQ-OK-FLAG = "Y"
               PERFORM CHECK-CHEQUE-NOT-PAID
           END-IF

           IF WS-CHQ-OK-FLAG = "Y"
               AND PC-AMOUNT >= POSPAY-THRESHOLD
               PERFORM CHECK-POSITIVE-PAY
           END-IF

           IF WS-CHQ-OK-FLAG = "Y"
               MOVE PC-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
               END-READ
           END-IF

           IF WS-CHQ-OK-FLAG = "N"
               AND (WS-RETURN-REASON = "INSUFFICIENT FUNDS"
                   OR WS-RETURN-REASON = "BELOW MINIMUM BALANCE"
                   OR WS-RETURN-REASON = "BLOCKED BY HOLD")
               PERFORM TRY-REVERSE-SWEEP
           END-IF

           IF WS-CHQ-OK-FLAG = "N"
               PERFORM WRITE-RETURN-LINE
               PERFORM NOTE-RETURN-CHARGE
           ELSE
               IF POSPAY-MATCH-FLAG = "Y"
                   PERFORM NOTE-POSITIVE-PAY-USED
               END-IF
           END-IF.

       CHECK-POSITIVE-PAY.
      *    ONLY ONE LIVE REGISTRATION IS ALLOWED PER LEAF, SO THE
      *    FIRST ONE NOT CANCELLED DECIDES. PAYEE AND DATE ARE
      *    COMPARED ONLY WHEN THE CLEARING FEED CARRIES THEM
           MOVE "N" TO POSPAY-FOUND-FLAG
           MOVE "N" TO POSPAY-EOF-FLAG

           OPEN INPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = "35"
               PERFORM UNTIL POSPAY-EOF-FLAG = "Y"
                   READ POSPAY-FILE
                       AT END
                           MOVE "Y" TO POSPAY-EOF-FLAG
                       NOT AT END
                           IF PP-ACC-NUMBER = PC-ACC-NUMBER
                               AND PP-CHQ-NUMBER = PC-CHQ-NUMBER
                               AND PP-STATUS NOT = "CANCELLD"
                               MOVE "Y" TO POSPAY-FOUND-FLAG
                               MOVE "Y" TO POSPAY-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSPAY-FILE
           END-IF

           EVALUATE TRUE
               WHEN POSPAY-FOUND-FLAG = "N"
                   MOVE "POS PAY NOT REGISTERED" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               WHEN PP-STATUS = "USED    "
                   MOVE "POS PAY ALREADY USED" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               WHEN PP-AMOUNT NOT = PC-AMOUNT
                   MOVE "POS PAY AMOUNT MISMATCH" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               WHEN PC-CHQ-DATE NUMERIC
                   AND PC-CHQ-DATE > 0
                   AND PC-CHQ-DATE NOT = PP-CHQ-DATE
                   MOVE "POS PAY DATE MISMATCH" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               WHEN PC-PAYEE NOT = SPACES
                   AND PC-PAYEE NOT = PP-PAYEE
                   MOVE "POS PAY PAYEE MISMATCH" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               WHEN OTHER
                   MOVE "Y" TO POSPAY-MATCH-FLAG
           END-EVALUATE.

       NOTE-POSITIVE-PAY-USED.
      *    A LEAF THE TABLE CANNOT HOLD STAYS REGISTERED, BUT THE
      *    PAID-CHEQUE CHECK ON THE LOG STILL STOPS A SECOND PAYMENT
           IF POSPAY-USED-COUNT < 500
               ADD 1 TO POSPAY-USED-COUNT
               SET PU-IDX TO POSPAY-USED-COUNT
               MOVE PC-ACC-NUMBER TO PU-ACC-NUMBER (PU-IDX)
               MOVE PC-CHQ-NUMBER TO PU-CHQ-NUMBER (PU-IDX)
           ELSE
               DISPLAY "WARNING: POSITIVE PAY TABLE FULL - "
                   "CHEQUE " PC-CHQ-NUMBER " NOT MARKED USED"
           END-IF.

       MARK-POSITIVE-PAY-USED.
           IF POSPAY-USED-COUNT > 0
               MOVE 0 TO POSPAY-MARKED-COUNT
               OPEN INPUT POSPAY-FILE
               OPEN OUTPUT POSPAY-TEMP-FILE

               MOVE "N" TO POSPAY-EOF-FLAG
               PERFORM UNTIL POSPAY-EOF-FLAG = "Y"
                   READ POSPAY-FILE
                       AT END
                           MOVE "Y" TO POSPAY-EOF-FLAG
                       NOT AT END
                           IF PP-STATUS = "REGISTRD"
                               PERFORM MATCH-USED-ENTRY
                           END-IF
                           MOVE POSITIVE-PAY-REC TO POSPAY-TEMP-REC
                           WRITE POSPAY-TEMP-REC
                   END-READ
               END-PERFORM

               CLOSE POSPAY-FILE
               CLOSE POSPAY-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES POSITIVE-PAY.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-POSPAY-TEMP-FILENAME
                   WS-POSPAY-FILENAME

               DISPLAY "POSITIVE PAY ENTRIES USED: "
                   POSPAY-MARKED-COUNT
           END-IF.

       MATCH-USED-ENTRY.
           PERFORM VARYING PU-IDX FROM 1 BY 1
                   UNTIL PU-IDX > POSPAY-USED-COUNT
               IF PU-ACC-NUMBER (PU-IDX) = PP-ACC-NUMBER
                   AND PU-CHQ-NUMBER (PU-IDX) = PP-CHQ-NUMBER
                   MOVE "USED    " TO PP-STATUS
                   MOVE WS-DATE TO PP-USED-DATE
                   ADD 1 TO POSPAY-MARKED-COUNT
                   SET PU-IDX TO POSPAY-USED-COUNT
               END-IF
           END-PERFORM.

       REGISTER-POSITIVE-PAY.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT WS-ISSUE-ACC

           MOVE WS-ISSUE-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "CHEQUE NOT REGISTERED"
           ELSE
               PERFORM REGISTER-POSITIVE-PAY-BODY
           END-IF.

       REGISTER-POSITIVE-PAY-BODY.
           PERFORM CHECK-ACCOUNT-EXISTS
           IF ACC-OK-FLAG = "N"
               DISPLAY "ACCOUNT NOT ON FILE - CHEQUE NOT REGISTERED"
           ELSE
               DISPLAY "CHEQUE NUMBER:"
               ACCEPT WS-PP-CHQ
               PERFORM CHECK-LEAF-ON-ACTIVE-BOOK
           END-IF

           IF ACC-OK-FLAG = "Y"
               PERFORM KEY-POSITIVE-PAY-DETAILS
           END-IF

           IF ACC-OK-FLAG = "Y"
               PERFORM CHECK-NOT-REGISTERED
           END-IF

           IF ACC-OK-FLAG = "Y"
               OPEN EXTEND POSPAY-FILE
               IF WS-POSPAY-STATUS = "35"
                   OPEN OUTPUT POSPAY-FILE
               END-IF

               ACCEPT WS-DATE FROM DATE YYYYMMDD
               MOVE WS-ISSUE-ACC TO PP-ACC-NUMBER
               MOVE WS-PP-CHQ TO PP-CHQ-NUMBER
               MOVE WS-PP-AMOUNT TO PP-AMOUNT
               MOVE WS-PP-PAYEE TO PP-PAYEE
               MOVE WS-PP-CHQ-DATE TO PP-CHQ-DATE
               MOVE "REGISTRD" TO PP-STATUS
               MOVE WS-DATE TO PP-REG-DATE
               MOVE SIGNON-EMP-ID TO PP-REG-BY
               MOVE 0 TO PP-USED-DATE

               WRITE POSITIVE-PAY-REC

               CLOSE POSPAY-FILE

               DISPLAY "CHEQUE " WS-PP-CHQ " FOR " WS-PP-AMOUNT
                   " REGISTERED FOR POSITIVE PAY"
           END-IF.

       CHECK-LEAF-ON-ACTIVE-BOOK.
           MOVE "N" TO ACC-OK-FLAG
           MOVE "N" TO BOOK-EOF-FLAG

           OPEN INPUT CHEQUE-BOOK-FILE
           IF WS-BOOK-STATUS NOT = "35"
               PERFORM UNTIL BOOK-EOF-FLAG = "Y"
                   READ CHEQUE-BOOK-FILE
                       AT END
                           MOVE "Y" TO BOOK-EOF-FLAG
                       NOT AT END
                           IF CB-ACC-NUMBER = WS-ISSUE-ACC
                               AND WS-PP-CHQ >= CB-FIRST-CHQ
                               AND WS-PP-CHQ <= CB-LAST-CHQ
                               AND CB-STATUS = "ACTIVE"
                               MOVE "Y" TO ACC-OK-FLAG
                               MOVE "Y" TO BOOK-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-BOOK-FILE
           END-IF

           IF ACC-OK-FLAG = "N"
               DISPLAY "CHEQUE NOT ON AN ACTIVE BOOK OF THIS ACCOUNT"
           END-IF.

       KEY-POSITIVE-PAY-DETAILS.
           DISPLAY "CHEQUE AMOUNT:"
           ACCEPT WS-PP-AMOUNT
           DISPLAY "PAYEE NAME:"
           ACCEPT WS-PP-PAYEE
           DISPLAY "DATE ON THE CHEQUE (YYYYMMDD):"
           ACCEPT WS-PP-CHQ-DATE

           EVALUATE TRUE
               WHEN WS-PP-AMOUNT < POSPAY-THRESHOLD
                   DISPLAY "BELOW THE POSITIVE PAY THRESHOLD OF "
                       POSPAY-THRESHOLD " - NO REGISTRATION NEEDED"
                   MOVE "N" TO ACC-OK-FLAG
               WHEN WS-PP-PAYEE = SPACES
                   DISPLAY "PAYEE NAME IS REQUIRED"
                   MOVE "N" TO ACC-OK-FLAG
               WHEN WS-PP-CHQ-DATE (5:2) < "01"
                   OR WS-PP-CHQ-DATE (5:2) > "12"
                   OR WS-PP-CHQ-DATE (7:2) < "01"
                   OR WS-PP-CHQ-DATE (7:2) > "31"
                   DISPLAY "INVALID CHEQUE DATE"
                   MOVE "N" TO ACC-OK-FLAG
           END-EVALUATE.

       CHECK-NOT-REGISTERED.
      *    A LEAF ALREADY REGISTERED OR PAID UNDER POSITIVE PAY MAY
      *    NOT BE REGISTERED AGAIN; A WRONG ENTRY IS CANCELLED FIRST
           MOVE "N" TO POSPAY-EOF-FLAG

           OPEN INPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = "35"
               PERFORM UNTIL POSPAY-EOF-FLAG = "Y"
                   READ POSPAY-FILE
                       AT END
                           MOVE "Y" TO POSPAY-EOF-FLAG
                       NOT AT END
                           IF PP-ACC-NUMBER = WS-ISSUE-ACC
                               AND PP-CHQ-NUMBER = WS-PP-CHQ
                               AND PP-STATUS NOT = "CANCELLD"
                               DISPLAY "CHEQUE ALREADY ON THE "
                                   "REGISTER AS " PP-STATUS
                               MOVE "N" TO ACC-OK-FLAG
                               MOVE "Y" TO POSPAY-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSPAY-FILE
           END-IF.

       LIST-POSITIVE-PAY.
           DISPLAY "ACCOUNT NUMBER (0 FOR ALL):"
           ACCEPT WS-PP-LIST-ACC

           OPEN INPUT POSPAY-FILE
           IF WS-POSPAY-STATUS = "35"
               DISPLAY "NO POSITIVE PAY REGISTRATIONS ON FILE"
           ELSE
               MOVE 0 TO POSPAY-LIST-COUNT
               MOVE "N" TO POSPAY-EOF-FLAG
               DISPLAY " "
               DISPLAY "ACCOUNT CHEQUE  AMOUNT      CHQ DATE  "
                   "STATUS    PAYEE"
               PERFORM UNTIL POSPAY-EOF-FLAG = "Y"
                   READ POSPAY-FILE
                       AT END
                           MOVE "Y" TO POSPAY-EOF-FLAG
                       NOT AT END
                           IF WS-PP-LIST-ACC = 0
                               OR PP-ACC-NUMBER = WS-PP-LIST-ACC
                               ADD 1 TO POSPAY-LIST-COUNT
                               MOVE PP-AMOUNT TO RT-AMOUNT
                               DISPLAY PP-ACC-NUMBER "   "
                                   PP-CHQ-NUMBER "  " RT-AMOUNT
                                   "  " PP-CHQ-DATE "  " PP-STATUS
                                   "  " PP-PAYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSPAY-FILE
               DISPLAY "ENTRIES LISTED: " POSPAY-LIST-COUNT
           END-IF.

       CANCEL-POSITIVE-PAY.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT WS-ISSUE-ACC
           DISPLAY "CHEQUE NUMBER:"
           ACCEPT WS-PP-CHQ

           OPEN INPUT POSPAY-FILE
           IF WS-POSPAY-STATUS = "35"
               DISPLAY "NO POSITIVE PAY REGISTRATIONS ON FILE"
           ELSE
               OPEN OUTPUT POSPAY-TEMP-FILE

               MOVE "N" TO POSPAY-EOF-FLAG
               MOVE "N" TO POSPAY-FOUND-FLAG
               PERFORM UNTIL POSPAY-EOF-FLAG = "Y"
                   READ POSPAY-FILE
                       AT END
                           MOVE "Y" TO POSPAY-EOF-FLAG
                       NOT AT END
                           IF PP-ACC-NUMBER = WS-ISSUE-ACC
                               AND PP-CHQ-NUMBER = WS-PP-CHQ
                               AND PP-STATUS = "REGISTRD"
                               MOVE "CANCELLD" TO PP-STATUS
                               MOVE "Y" TO POSPAY-FOUND-FLAG
                           END-IF
                           MOVE POSITIVE-PAY-REC TO POSPAY-TEMP-REC
                           WRITE POSPAY-TEMP-REC
                   END-READ
               END-PERFORM

               CLOSE POSPAY-FILE
               CLOSE POSPAY-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES POSITIVE-PAY.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-POSPAY-TEMP-FILENAME
                   WS-POSPAY-FILENAME

               IF POSPAY-FOUND-FLAG = "Y"
                   DISPLAY "POSITIVE PAY REGISTRATION CANCELLED"
               ELSE
                   DISPLAY "NO OPEN REGISTRATION FOR THAT CHEQUE"
               END-IF
           END-IF.

       TRY-REVERSE-SWEEP.
      *    A SAVINGS ACCOUNT UNDER A SWEEP MANDATE BREAKS ITS MOST
      *    RECENT SWEPT DEPOSITS RATHER THAN BOUNCE THE CHEQUE.
      *    SWEEPBRK OPENS ACCOUNTS.DAT ITSELF, SO THE CLEARING RUN
      *    LETS GO OF THE FILE WHILE IT WORKS
           MOVE PC-ACC-NUMBER TO SB-ACC-NUMBER
           MOVE PC-AMOUNT TO SB-AMOUNT
           MOVE "CHEQUE  " TO SB-TRIGGER
           MOVE SIGNON-EMP-ID TO SB-TELLER
           CLOSE ACCOUNT-FILE
           CALL "SWEEPBRK" USING SWEEPBRK-AREA
           OPEN I-O ACCOUNT-FILE

           IF SB-RESULT = "Y"
               DISPLAY "REVERSE SWEEP: " SB-BROKEN " SWEPT "
                   "DEPOSIT(S) BROKEN FOR CHEQUE " PC-CHQ-NUMBER
               MOVE "Y" TO WS-CHQ-OK-FLAG
               MOVE SPACES TO WS-RETURN-REASON
               MOVE PC-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE"
                           TO WS-RETURN-REASON
                       MOVE "N" TO WS-CHQ-OK-FLAG
                   NOT INVALID KEY
                       PERFORM POST-CHEQUE-DEBIT
               END-READ
           END-IF.

       NOTE-RETURN-CHARGE.
      *    ONLY A RETURN FOR WANT OF FUNDS IS THE DRAWER'S DOING;
      *    BOOK, LEAF AND ACCOUNT-STATUS RETURNS ARE NOT CHARGED
           IF WS-RETURN-REASON = "INSUFFICIENT FUNDS"
               OR WS-RETURN-REASON = "EXCEEDS OVERDRAFT LIMIT"
               OR WS-RETURN-REASON = "BELOW MINIMUM BALANCE"
               OR WS-RETURN-REASON = "BLOCKED BY HOLD"
               IF RTN-CHG-COUNT < 500
                   ADD 1 TO RTN-CHG-COUNT
                   SET RC-IDX TO RTN-CHG-COUNT
                   MOVE PC-ACC-NUMBER TO RC-ACC-NUMBER (RC-IDX)
                   MOVE PC-CHQ-NUMBER TO RC-CHQ-NUMBER (RC-IDX)
               ELSE
                   DISPLAY "WARNING: RETURN CHARGE TABLE FULL - "
                       "CHEQUE " PC-CHQ-NUMBER " NOT CHARGED"
               END-IF
           END-IF.

       CHARGE-RETURNED-CHEQUES.
           MOVE 0 TO RTN-CHARGED-COUNT
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RTN-CHG-COUNT
               MOVE "CRTN" TO CP-EVENT
               MOVE RC-ACC-NUMBER (RC-IDX) TO CP-ACC-NUMBER
               MOVE SPACES TO CP-REF-DETAIL
               MOVE RC-CHQ-NUMBER (RC-IDX) TO CP-REF-DETAIL (1:6)
               MOVE SIGNON-EMP-ID TO CP-TELLER
               CALL "CHGPOST" USING CHGPOST-AREA
               IF CP-RESULT = "P"
                   ADD 1 TO RTN-CHARGED-COUNT
               END-IF
               PERFORM SHOW-CHARGE-RESULT
           END-PERFORM
           IF RTN-CHG-COUNT > 0
               DISPLAY "RETURN CHARGES TAKEN: " RTN-CHARGED-COUNT
           END-IF.

       CHECK-CHEQUE-ISSUED.
           IF WS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PC-ACC-NUMBER TO TL-ACC-NUMBER
               MOVE 0 TO TL-SEQ
               START TRANSACTION-LOG-FILE KEY IS NOT LESS THAN TL-KEY
                   INVALID KEY
                       MOVE "Y" TO GUARD-EOF-FLAG
               END-START
               PERFORM UNTIL GUARD-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO GUARD-EOF-FLAG
                       NOT AT END
                           IF TL-ACC-NUMBER NOT = PC-ACC-NUMBER
                               MOVE "Y" TO GUARD-EOF-FLAG
                           END-IF
                           IF TL-TYPE = "CHQPAID "
                               AND TL-ACC-NUMBER = PC-ACC-NUMBER
                               AND TL-REF = WS-CHQ-REF
                   MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
           END-EVALUATE

      *    A CHEQUE OVER THE ACCOUNT'S CHEQUE LIMITS IS RETURNED;
      *    THERE IS NO OVERRIDE IN THE CLEARING RUN, NO RETURN
      *    CHARGE AND NO REVERSE SWEEP FOR IT
           IF WS-CHQ-OK-FLAG = "Y"
               MOVE PC-ACC-NUMBER TO DC-ACC-NUMBER
               MOVE ACC-TYPE TO DC-ACC-TYPE
               MOVE "CHQ" TO DC-CHANNEL
               MOVE PC-AMOUNT TO DC-AMOUNT
               CALL "DLCHECK" USING DLCHECK-AREA
               IF DC-RESULT NOT = "Y"
                   MOVE "EXCEEDS DEBIT LIMIT" TO WS-RETURN-REASON
                   MOVE "N" TO WS-CHQ-OK-FLAG
               END-IF
           END-IF

           IF WS-CHQ-OK-FLAG = "Y"
               AND ACC-HOLD-AMT > 0
               AND (BALANCE - PC-AMOUNT) < ACC-HOLD-AMT
           END-IF

           IF WS-CHQ-OK-FLAG = "Y"
               IF ACC-TYPE = "C"
                   IF (BALANCE - PC-AMOUNT) < (0 - ACC-OD-LIMIT)
                       MOVE "EXCEEDS OVERDRAFT LIMIT"
                           TO WS-RETURN-REASON
                       MOVE "N" TO WS-CHQ-OK-FLAG
                   END-IF
               ELSE
                   IF BALANCE < PC-AMOUNT
                       MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
                       MOVE "N" TO WS-CHQ-OK-FLAG
                   ELSE
                       IF (BALANCE - PC-AMOUNT) < MIN-SAVINGS-BALANCE
                           MOVE "BELOW MINIMUM BALANCE"
                               TO WS-RETURN-REASON
                           MOVE "N" TO WS-CHQ-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CHQ-OK-FLAG = "Y"
               SUBTRACT PC-AMOUNT FROM BALANCE
       LOG-CHEQUE-DEBIT.
      *    THE CHEQUE NUMBER RIDES IN TL-REF SO THE LEAF CAN BE
      *    TRACED AND NEVER PAID TWICE
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE WS-CHQ-REF TO TL-REF
           MOVE SPACES TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

       LOAD-BANK-RATES.
      *    PICK THE RATE SET IN FORCE TODAY FOR THE MINIMUM SAVINGS
      *    BALANCE FLOOR AND THE POSITIVE PAY THRESHOLD
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-BEST-EFF-DATE

                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-MIN-SAV-BAL
                                   TO MIN-SAVINGS-BALANCE
                               IF RT-POSPAY-THRESHOLD NUMERIC
                                   AND RT-POSPAY-THRESHOLD > 0
                                   MOVE RT-POSPAY-THRESHOLD
                                       TO POSPAY-THRESHOLD
                               ELSE
                                   MOVE 50000 TO POSPAY-THRESHOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       OUTWARD-LODGEMENT.
           DISPLAY "ACCOUNT NUMBER TO CREDIT:"
           ACCEPT WS-ISSUE-ACC

           MOVE WS-ISSUE-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "LODGEMENT ABANDONED"
           ELSE
               PERFORM OUTWARD-LODGEMENT-PROMPT
           END-IF.

       OUTWARD-LODGEMENT-PROMPT.
           DISPLAY "CHEQUE NUMBER:"
           ACCEPT WS-LODGE-CHQ
           DISPLAY "DRAWN ON (BANK AND BRANCH):"
           ACCEPT WS-LODGE-BANK
           DISPLAY "AMOUNT:"
           ACCEPT WS-LODGE-AMOUNT

           IF WS-LODGE-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
           ELSE
               PERFORM FIND-NEXT-LODGE-NUMBER
               PERFORM COMPUTE-CLEARING-DATE

               OPEN I-O ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
                   MOVE WS-ISSUE-ACC TO ACC-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "ACCOUNT NOT FOUND"
                       NOT INVALID KEY
                           PERFORM OUTWARD-LODGEMENT-BODY
                   END-READ
                   CLOSE ACCOUNT-FILE
               ELSE
                   DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                       WS-ACCOUNT-STATUS
               END-IF
           END-IF.

       OUTWARD-LODGEMENT-BODY.
      *    THE CREDIT GOES ON THE BALANCE NOW AND THE SAME AMOUNT ON
      *    THE EARMARKED HOLD, SO EVERY DEBIT PATH ALREADY TREATS
      *    THE FUNDS AS UNAVAILABLE UNTIL THEY CLEAR
           IF ACC-CLOSED-FLAG = "C"
               DISPLAY "ACCOUNT IS CLOSED - LODGEMENT REFUSED"
           ELSE
               ADD WS-LODGE-AMOUNT TO BALANCE
               ADD WS-LODGE-AMOUNT TO ACC-HOLD-AMT
               REWRITE ACCOUNT-REC

               MOVE SPACES TO WS-LODGE-REF
               STRING "OCL" WS-NEXT-LODGE DELIMITED BY SIZE
                   INTO WS-LODGE-REF
               PERFORM LOG-LODGEMENT-CREDIT

               OPEN EXTEND OUTWARD-CLEARING-FILE
               IF WS-OUTCLR-STATUS = "35"
                   OPEN OUTPUT OUTWARD-CLEARING-FILE
               END-IF
               MOVE WS-NEXT-LODGE   TO OC-LODGE-NO
               MOVE WS-ISSUE-ACC    TO OC-ACC-NUMBER
               MOVE WS-LODGE-CHQ    TO OC-CHQ-NUMBER
               MOVE WS-LODGE-BANK   TO OC-DRAWEE-BANK
               MOVE WS-LODGE-AMOUNT TO OC-AMOUNT
               MOVE WS-DATE         TO OC-LODGE-DATE
               MOVE WS-CLEAR-DATE   TO OC-CLEAR-DATE
               MOVE "LODGED  "      TO OC-STATUS
               MOVE SPACES          TO OC-RETURN-REASON
               MOVE 0               TO OC-SETTLE-DATE
               MOVE SIGNON-EMP-ID   TO OC-TELLER
               WRITE OUTWARD-CLEARING-REC
               CLOSE OUTWARD-CLEARING-FILE

               DISPLAY "LODGEMENT " WS-NEXT-LODGE " CREDITED TO "
                   "ACCOUNT " WS-ISSUE-ACC
               DISPLAY "FUNDS UNCLEARED UNTIL " WS-CLEAR-DATE
           END-IF.

       LOG-LODGEMENT-CREDIT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE WS-ISSUE-ACC TO TL-ACC-NUMBER
           MOVE "CHQLODGE" TO TL-TYPE
           MOVE WS-LODGE-AMOUNT TO TL-AMOUNT
           MOVE BALANCE TO TL-BALANCE
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP
           MOVE WS-LODGE-REF TO TL-REF
           MOVE SPACES TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       FIND-NEXT-LODGE-NUMBER.
           MOVE 1 TO WS-NEXT-LODGE
           MOVE "N" TO EOF-FLAG

           OPEN INPUT OUTWARD-CLEARING-FILE
           IF WS-OUTCLR-STATUS = "00" OR WS-OUTCLR-STATUS = "05"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OUTWARD-CLEARING-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF OC-LODGE-NO >= WS-NEXT-LODGE
                               COMPUTE WS-NEXT-LODGE = OC-LODGE-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTWARD-CLEARING-FILE
           END-IF.

       COMPUTE-CLEARING-DATE.
      *    COUNT CLEARING-DAYS WORKING DAYS FORWARD FROM TODAY ON
      *    THE SHOP CALENDAR; THE CAP KEEPS A MISKEYED CALENDAR FROM
      *    LOOPING FOREVER
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-CHECK-DATE
           MOVE 0 TO WS-WORK-COUNT
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM UNTIL WS-WORK-COUNT = CLEARING-DAYS
                   OR WS-ROLL-COUNT > 30
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
               ADD 1 TO WS-ROLL-COUNT
               PERFORM CHECK-DATE-WORKING
               IF WORK-DAY-FLAG = "Y"
                   ADD 1 TO WS-WORK-COUNT
               END-IF
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-CLEAR-DATE.

       CHECK-DATE-WORKING.
      *    AN EXPLICIT CALENDAR ENTRY WINS; OTHERWISE SATURDAY AND
      *    SUNDAY ARE NON-WORKING AND EVERY OTHER DAY WORKS
           MOVE "N" TO CAL-OVERRIDE-FLAG
           MOVE "N" TO CAL-EOF-FLAG

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "05"
               PERFORM UNTIL CAL-EOF-FLAG = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-DATE = WS-CHECK-DATE
                               MOVE "Y" TO CAL-OVERRIDE-FLAG
                               IF CAL-WORK-FLAG = "W"
                                   MOVE "Y" TO WORK-DAY-FLAG
                               ELSE
                                   MOVE "N" TO WORK-DAY-FLAG
                               END-IF
                               MOVE "Y" TO CAL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF

           IF CAL-OVERRIDE-FLAG = "N"
               COMPUTE WS-CHECK-DOW = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) 7)
               IF WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6
                   MOVE "N" TO WORK-DAY-FLAG
               ELSE
                   MOVE "Y" TO WORK-DAY-FLAG
               END-IF
           END-IF.

       RECORD-OUTWARD-RETURN.
      *    THE DRAWEE BANK'S RETURN IS NOTED HERE; THE CREDIT IS
      *    REVERSED AND THE RETURN CHARGE TAKEN BY THE NEXT
      *    SETTLEMENT RUN, WHICH MUST FALL BEFORE THE FUNDS CLEAR
           DISPLAY "LODGEMENT NUMBER:"
           ACCEPT WS-PICK-LODGE
           DISPLAY "RETURN REASON:"
           ACCEPT WS-LODGE-REASON

           MOVE "N" TO LODGE-FOUND-FLAG

           OPEN INPUT OUTWARD-CLEARING-FILE
           IF WS-OUTCLR-STATUS = "35"
               DISPLAY "NO OUTWARD CLEARING ITEMS ON FILE"
           ELSE
               OPEN OUTPUT OUTCLR-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OUTWARD-CLEARING-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF OC-LODGE-NO = WS-PICK-LODGE
                               PERFORM MARK-LODGEMENT-RETURNED
                           END-IF
                           MOVE OUTWARD-CLEARING-REC
                               TO OUTCLR-TEMP-REC
                           WRITE OUTCLR-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE OUTWARD-CLEARING-FILE
               CLOSE OUTCLR-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES OUTWARD-CLEARING.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-OUTCLR-TEMP-FILENAME
                   WS-OUTCLR-FILENAME

               IF LODGE-FOUND-FLAG = "N"
                   DISPLAY "LODGEMENT NOT FOUND"
               END-IF
           END-IF.

       MARK-LODGEMENT-RETURNED.
           MOVE "Y" TO LODGE-FOUND-FLAG
           IF OC-STATUS = "LODGED  "
               MOVE "DISHONRD" TO OC-STATUS
               MOVE WS-LODGE-REASON TO OC-RETURN-REASON
               DISPLAY "LODGEMENT " OC-LODGE-NO " MARKED RETURNED - "
                   "REVERSED AT THE NEXT SETTLEMENT RUN"
           ELSE
               DISPLAY "LODGEMENT IS " OC-STATUS " - NOT CHANGED"
               IF OC-STATUS = "CLEARED "
                   DISPLAY "FUNDS ALREADY RELEASED - RECOVER THE "
                       "AMOUNT BY A SUPERVISED DEBIT"
               END-IF
           END-IF.

       LIST-UNCLEARED-LODGEMENTS.
           MOVE 0 TO UNCLEARED-COUNT
           MOVE 0 TO UNCLEARED-TOTAL

           OPEN INPUT OUTWARD-CLEARING-FILE
           IF WS-OUTCLR-STATUS = "35"
               DISPLAY "NO OUTWARD CLEARING ITEMS ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "LODGE  ACCOUNT CHEQUE  AMOUNT    CLEARS   "
                   "STATUS"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OUTWARD-CLEARING-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF OC-STATUS = "LODGED  "
                               OR OC-STATUS = "DISHONRD"
                               ADD 1 TO UNCLEARED-COUNT
                               ADD OC-AMOUNT TO UNCLEARED-TOTAL
                               DISPLAY OC-LODGE-NO " " OC-ACC-NUMBER
                                   "   " OC-CHQ-NUMBER "  " OC-AMOUNT
                                   "  " OC-CLEAR-DATE " " OC-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTWARD-CLEARING-FILE
               DISPLAY "UNCLEARED ITEMS: " UNCLEARED-COUNT
                   " TOTAL " UNCLEARED-TOTAL
           END-IF.
