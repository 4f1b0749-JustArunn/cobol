       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREF-FILE ASSIGN TO "alert-prefs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREF-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

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

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term-deposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDP-NUMBER
           FILE STATUS IS WS-TD-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-LOAN-NO
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LOAN-SKIP-FILE ASSIGN TO "loan-skips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SKIP-STATUS.

           SELECT RETURN-FILE ASSIGN USING WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT ALERT-CONTROL-FILE ASSIGN TO "alert-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OUTBOX-FILE ASSIGN USING WS-OUTBOX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ALERT-PREF-FILE.
       COPY ALERTPRF.

       FD CUSTOMER-FILE.
       COPY CUSTOMER.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD TERM-DEPOSIT-FILE.
       COPY TDREC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD LOAN-SCHEDULE-FILE.
       01 LOAN-SCHEDULE-REC.
           05 LS-LOAN-NO     PIC 9(5).
           05 LS-INSTALL-NO  PIC 9(3).
           05 LS-DUE-DATE    PIC 9(8).
           05 LS-EMI         PIC 9(6).
           05 LS-PRINCIPAL   PIC 9(6)V99.
           05 LS-INTEREST    PIC 9(6)V99.
           05 LS-BALANCE     PIC 9(7)V99.

      *    THE SKIP LINES LOANCOLL WRITES ON ITS LAST RUN
       FD LOAN-SKIP-FILE.
       01 LOAN-SKIP-REC.
           05 SK-LOAN-NO    PIC 9(5).
           05 FILLER        PIC X(2).
           05 SK-ACC        PIC 9(5).
           05 FILLER        PIC X(2).
           05 SK-EMI        PIC X(6).
           05 FILLER        PIC X(2).
           05 SK-REASON     PIC X(25).
           05 FILLER        PIC X(13).

      *    THE RETURN LINES CHQSYS WRITES FROM INWARD CLEARING
       FD RETURN-FILE.
       01 RETURN-REC.
           05 RT-ACC        PIC 9(5).
           05 FILLER        PIC X(2).
           05 RT-CHQ        PIC 9(6).
           05 FILLER        PIC X(2).
           05 RT-AMOUNT     PIC X(8).
           05 FILLER        PIC X(2).
           05 RT-REASON     PIC X(25).
           05 FILLER        PIC X(10).

       FD RATES-FILE.
       COPY PAYRATES.

       FD ALERT-CONTROL-FILE.
       01 ALERT-CONTROL-REC.
           05 AC-RUN-DATE   PIC 9(8).
      *        DATE OF THE LAST COMPLETED RUN
           05 AC-FROM-DATE  PIC 9(8).
      *        FIRST DAY THAT RUN COVERED, SO A RERUN ON THE SAME
      *        NIGHT REBUILDS THE SAME OUTBOX

       FD OUTBOX-FILE.
       COPY ALERTOUT.

       WORKING-STORAGE SECTION.
       01 WS-PREF-STATUS     PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS  PIC X(2).
       01 WS-LOG-STATUS      PIC X(2).
       01 WS-TD-STATUS       PIC X(2).
       01 WS-LOAN-STATUS     PIC X(2).
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-SKIP-STATUS     PIC X(2).
       01 WS-RETURN-STATUS   PIC X(2).
       01 WS-RATES-STATUS    PIC X(2).
       01 WS-CONTROL-STATUS  PIC X(2).
       01 EOF-FLAG           PIC X.
       01 RATES-EOF-FLAG     PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-ENTRY-DATE      PIC 9(8).
       01 WS-BEST-EFF-DATE   PIC 9(8).
       01 MIN-SAVINGS-BALANCE PIC 9(6) VALUE 1000.

      *    DEBITS AT OR ABOVE THIS ARE ALERTED FOR A CUSTOMER WHO
      *    HAS NOT SET A THRESHOLD OF THEIR OWN
       01 ALERT-DEBIT-THRESHOLD PIC 9(7)V99 VALUE 10000.
       01 WS-THRESHOLD       PIC 9(7)V99.

      *    THE RUN COVERS EVERY DAY SINCE THE LAST COMPLETED RUN, SO
      *    EVENTS FALLING ON A WEEKEND OR A MISSED NIGHT ARE PICKED
      *    UP BY THE NEXT ONE AND NONE IS ALERTED TWICE
       01 WS-FROM-DATE       PIC 9(8).
       01 WS-FROM-INT        PIC 9(7).
       01 WS-TODAY-INT       PIC 9(7).
       01 WS-TRIGGER-INT     PIC 9(7).
       01 WS-SCAN-INT        PIC 9(7).
       01 WS-SCAN-DATE       PIC 9(8).
       01 WS-RETURN-FILENAME PIC X(30).
       01 WS-OUTBOX-FILENAME PIC X(30).

      *    DAYS OF NOTICE BEFORE EACH DATED EVENT
       01 TD-NOTICE-DAYS     PIC 9(3) VALUE 7.
       01 EMI-NOTICE-DAYS    PIC 9(3) VALUE 3.
       01 KYC-NOTICE-DAYS    PIC 9(3) VALUE 30.
       01 WS-KYC-DUE-DATE    PIC 9(8).

      *    ONE ENTRY PER CUSTOMER WHO HAS OPTED IN TO ANYTHING,
      *    WITH THE CONTACT DETAILS FROM THE CUSTOMER MASTER; A
      *    CUSTOMER WHO IS CLOSED OR NO LONGER ON FILE STAYS NOT LIVE
       01 PREF-COUNT         PIC 9(5) VALUE 0.
       01 PREF-SUB           PIC 9(5).
       01 PREF-HIT           PIC 9(5).
       01 PREF-FOUND-FLAG    PIC X.
       01 PREF-TABLE.
           05 PF-ENTRY OCCURS 5000 TIMES.
               10 PF-CUST-ID     PIC 9(5).
               10 PF-CHANNEL     PIC X.
               10 PF-DEBIT       PIC X.
               10 PF-DEBIT-MIN   PIC 9(7)V99.
               10 PF-LOW-BAL     PIC X.
               10 PF-CHQ-RETURN  PIC X.
               10 PF-TD-MATURITY PIC X.
               10 PF-LOAN-DUE    PIC X.
               10 PF-KYC-DUE     PIC X.
               10 PF-LIVE-FLAG   PIC X.
               10 PF-PHONE       PIC X(15).
               10 PF-EMAIL       PIC X(25).

      *    A LOW BALANCE IS ALERTED ONCE PER ACCOUNT PER RUN, HOWEVER
      *    MANY DEBITS TOOK IT THERE
       01 LOWBAL-COUNT       PIC 9(5) VALUE 0.
       01 LOWBAL-SUB         PIC 9(5).
       01 LOWBAL-DONE-FLAG   PIC X.
       01 LOWBAL-TABLE.
           05 LOWBAL-ACC OCCURS 2000 TIMES PIC 9(5).

       01 WS-ALERT-CUST      PIC 9(5).
       01 WS-ALERT-TYPE      PIC X(6).
       01 WS-ALERT-AMOUNT    PIC 9(7)V99.
       01 WS-ALERT-TEXT      PIC X(100).
       01 SEND-FLAG          PIC X.
       01 WRITTEN-FLAG       PIC X.
       01 DEBIT-TYPE-FLAG    PIC X.
       01 ACC-FOUND-FLAG     PIC X.
       01 WS-OUT-SEQ         PIC 9(6) VALUE 0.

       01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
       01 WS-BALANCE-EDIT    PIC -(7)9.99.
       01 WS-MIN-EDIT        PIC Z(5)9.
       01 WS-EMI-EDIT        PIC Z(5)9.
       01 WS-PRINCIPAL-EDIT  PIC Z(4)9.

       01 CNT-DEBIT          PIC 9(5) VALUE 0.
       01 CNT-LOWBAL         PIC 9(5) VALUE 0.
       01 CNT-CHQRTN         PIC 9(5) VALUE 0.
       01 CNT-TDMAT          PIC 9(5) VALUE 0.
       01 CNT-EMIDUE         PIC 9(5) VALUE 0.
       01 CNT-EMISKP         PIC 9(5) VALUE 0.
       01 CNT-KYCDUE         PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 ALERTGEN-AREA.
           05 AL-SENT        PIC 9(5).
           05 AL-SKIPPED     PIC 9(5).
           05 AL-STATUS      PIC X(4).

       PROCEDURE DIVISION USING ALERTGEN-AREA.

      *    NIGHTLY CUSTOMER ALERT GENERATOR, CALLABLE FROM THE
      *    NIGHTLY BATCH DRIVER AFTER LOANCOLL AND CHQSYS CLEARING.
      *    SCANS THE EVENTS SINCE THE LAST RUN - DEBITS, LOW SAVINGS
      *    BALANCES, RETURNED CHEQUES, DEPOSITS NEARING MATURITY,
      *    LOAN INSTALMENTS DUE OR SKIPPED AND KYC REVIEWS FALLING
      *    DUE - AND WRITES ONE OUTBOX LINE PER MESSAGE FOR THE
      *    MESSAGING GATEWAY. ONLY CUSTOMERS WHO HAVE OPTED IN TO THE
      *    ALERT TYPE ON ALERT-PREFS.DAT ARE SENT ANYTHING, AND
      *    NOTHING GOES TO A CLOSED CUSTOMER. AN ALERT THAT CANNOT BE
      *    SENT FOR WANT OF A PHONE OR EMAIL IS COUNTED AS SKIPPED
       ALERTGEN-MAIN.
           MOVE 0 TO AL-SENT
           MOVE 0 TO AL-SKIPPED
           MOVE "OK  " TO AL-STATUS
           MOVE 0 TO WS-OUT-SEQ

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DISPLAY "===== CUSTOMER ALERTS " WS-DATE " ====="

           PERFORM SET-ALERT-WINDOW
           PERFORM LOAD-ALERT-PREFERENCES
           IF PREF-COUNT = 0
               DISPLAY "NO CUSTOMER HAS OPTED IN TO ALERTS"
               PERFORM SAVE-ALERT-CONTROL
               GOBACK
           END-IF

           PERFORM LOAD-BANK-RATES

           MOVE SPACES TO WS-OUTBOX-FILENAME
           STRING "alert-outbox-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-OUTBOX-FILENAME
           OPEN OUTPUT OUTBOX-FILE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               AND WS-ACCOUNT-STATUS NOT = "05"
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               CLOSE OUTBOX-FILE
               MOVE "FAIL" TO AL-STATUS
               GOBACK
           END-IF

           PERFORM MATCH-CUSTOMER-MASTER
           PERFORM SCAN-LOG-EVENTS
           PERFORM SCAN-RETURNED-CHEQUES
           PERFORM SCAN-TD-MATURITIES
           PERFORM SCAN-LOAN-INSTALMENTS
           PERFORM SCAN-LOAN-SKIPS

           CLOSE ACCOUNT-FILE
           CLOSE OUTBOX-FILE

           PERFORM SAVE-ALERT-CONTROL

           DISPLAY "ALERTS COVER " WS-FROM-DATE " TO " WS-DATE
           DISPLAY "  DEBIT  : " CNT-DEBIT
           DISPLAY "  LOWBAL : " CNT-LOWBAL
           DISPLAY "  CHQRTN : " CNT-CHQRTN
           DISPLAY "  TDMAT  : " CNT-TDMAT
           DISPLAY "  EMIDUE : " CNT-EMIDUE
           DISPLAY "  EMISKP : " CNT-EMISKP
           DISPLAY "  KYCDUE : " CNT-KYCDUE
           DISPLAY "MESSAGES WRITTEN: " AL-SENT
           DISPLAY "ALERTS SKIPPED, NO ADDRESS: " AL-SKIPPED
           DISPLAY "OUTBOX FILE WRITTEN: " WS-OUTBOX-FILENAME

           GOBACK.

       SET-ALERT-WINDOW.
      *    THE FIRST RUN EVER COVERS TODAY ONLY
           MOVE WS-DATE TO WS-FROM-DATE

           OPEN INPUT ALERT-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               READ ALERT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-RUN-DATE = WS-DATE
                           MOVE AC-FROM-DATE TO WS-FROM-DATE
                       ELSE
                           IF AC-RUN-DATE < WS-DATE
                               AND AC-RUN-DATE > 0
                               COMPUTE WS-SCAN-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (AC-RUN-DATE) + 1
                               COMPUTE WS-FROM-DATE =
                                   FUNCTION DATE-OF-INTEGER
                                       (WS-SCAN-INT)
                           END-IF
                       END-IF
               END-READ
               CLOSE ALERT-CONTROL-FILE
           END-IF

           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE).

       SAVE-ALERT-CONTROL.
           OPEN OUTPUT ALERT-CONTROL-FILE
           MOVE WS-DATE TO AC-RUN-DATE
           MOVE WS-FROM-DATE TO AC-FROM-DATE
           WRITE ALERT-CONTROL-REC
           CLOSE ALERT-CONTROL-FILE.

       LOAD-ALERT-PREFERENCES.
           MOVE 0 TO PREF-COUNT

           OPEN INPUT ALERT-PREF-FILE
           IF WS-PREF-STATUS = "00" OR WS-PREF-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ALERT-PREF-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PREF-COUNT < 5000
                               ADD 1 TO PREF-COUNT
                               PERFORM TABLE-ONE-PREFERENCE
                           ELSE
                               DISPLAY "PREFERENCE TABLE FULL - "
                                   "CUSTOMER " AP-CUST-ID " IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-PREF-FILE
           END-IF.

       TABLE-ONE-PREFERENCE.
           MOVE AP-CUST-ID     TO PF-CUST-ID (PREF-COUNT)
           MOVE AP-CHANNEL     TO PF-CHANNEL (PREF-COUNT)
           MOVE AP-DEBIT       TO PF-DEBIT (PREF-COUNT)
           MOVE AP-DEBIT-MIN   TO PF-DEBIT-MIN (PREF-COUNT)
           MOVE AP-LOW-BAL     TO PF-LOW-BAL (PREF-COUNT)
           MOVE AP-CHQ-RETURN  TO PF-CHQ-RETURN (PREF-COUNT)
           MOVE AP-TD-MATURITY TO PF-TD-MATURITY (PREF-COUNT)
           MOVE AP-LOAN-DUE    TO PF-LOAN-DUE (PREF-COUNT)
           MOVE AP-KYC-DUE     TO PF-KYC-DUE (PREF-COUNT)
           MOVE "N"            TO PF-LIVE-FLAG (PREF-COUNT)
           MOVE SPACES         TO PF-PHONE (PREF-COUNT)
           MOVE SPACES         TO PF-EMAIL (PREF-COUNT).

       FIND-CUSTOMER-PREF.
           MOVE "N" TO PREF-FOUND-FLAG
           MOVE 0 TO PREF-HIT
           PERFORM VARYING PREF-SUB FROM 1 BY 1
                   UNTIL PREF-SUB > PREF-COUNT
                       OR PREF-FOUND-FLAG = "Y"
               IF PF-CUST-ID (PREF-SUB) = WS-ALERT-CUST
                   MOVE "Y" TO PREF-FOUND-FLAG
                   MOVE PREF-SUB TO PREF-HIT
               END-IF
           END-PERFORM.

       MATCH-CUSTOMER-MASTER.
      *    PICKS UP THE CONTACT DETAILS AND STATUS FOR EVERY OPTED-IN
      *    CUSTOMER, AND RAISES THE KYC REMINDERS ON THE SAME PASS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE CUST-ID TO WS-ALERT-CUST
                           PERFORM FIND-CUSTOMER-PREF
                           IF PREF-FOUND-FLAG = "Y"
                               PERFORM MATCH-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       MATCH-ONE-CUSTOMER.
           MOVE CUST-PHONE TO PF-PHONE (PREF-HIT)
           MOVE CUST-EMAIL TO PF-EMAIL (PREF-HIT)
           IF CUST-STATUS = "CLOSED"
               MOVE "N" TO PF-LIVE-FLAG (PREF-HIT)
           ELSE
               MOVE "Y" TO PF-LIVE-FLAG (PREF-HIT)
               IF CUST-KYC-DATE > 0
                   PERFORM CHECK-KYC-FALLING-DUE
               END-IF
           END-IF.

       CHECK-KYC-FALLING-DUE.
      *    SAME REVIEW CYCLE AS THE OVERDUE KYC REPORT: H = 12
      *    MONTHS, M = 24, ANYTHING ELSE = 36. A REMINDER GOES OUT
      *    30 DAYS AHEAD, AND AN OVERDUE NOTICE THE DAY AFTER
           EVALUATE CUST-RISK
               WHEN "H"
                   COMPUTE WS-KYC-DUE-DATE = CUST-KYC-DATE + 10000
               WHEN "M"
                   COMPUTE WS-KYC-DUE-DATE = CUST-KYC-DATE + 20000
               WHEN OTHER
                   COMPUTE WS-KYC-DUE-DATE = CUST-KYC-DATE + 30000
           END-EVALUATE
      *    A REVIEW ON 29 FEBRUARY FALLS DUE ON THE 28TH
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-KYC-DUE-DATE) NOT = 0
               SUBTRACT 1 FROM WS-KYC-DUE-DATE
           END-IF

           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE (WS-KYC-DUE-DATE)
               - KYC-NOTICE-DAYS
           IF WS-TRIGGER-INT >= WS-FROM-INT
               AND WS-TRIGGER-INT <= WS-TODAY-INT
               MOVE "KYCDUE" TO WS-ALERT-TYPE
               MOVE 0 TO WS-ALERT-AMOUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "YOUR IDENTITY REVIEW IS DUE BY "
                   WS-KYC-DUE-DATE
                   " - PLEASE VISIT YOUR BRANCH WITH YOUR DOCUMENTS"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM QUEUE-ALERT
           END-IF

           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE (WS-KYC-DUE-DATE) + 1
           IF WS-TRIGGER-INT >= WS-FROM-INT
               AND WS-TRIGGER-INT <= WS-TODAY-INT
               MOVE "KYCDUE" TO WS-ALERT-TYPE
               MOVE 0 TO WS-ALERT-AMOUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "YOUR IDENTITY REVIEW WAS DUE ON "
                   WS-KYC-DUE-DATE
                   " AND IS OVERDUE - PLEASE VISIT YOUR BRANCH"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM QUEUE-ALERT
           END-IF.

       SCAN-LOG-EVENTS.
      *    EVERY LOG ENTRY POSTED IN THE WINDOW, IN TIME ORDER
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-FROM-DATE * 1000000
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TIMESTAMP
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           DIVIDE TL-TIMESTAMP BY 1000000
                               GIVING WS-ENTRY-DATE
                           IF WS-ENTRY-DATE > WS-DATE
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM CHECK-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       CHECK-LOG-ENTRY.
      *    THE SAME ENTRY TYPES THE STATEMENTS SHOW AS DEBITS; A
      *    RETURNED LODGED CHEQUE HAS AN ALERT OF ITS OWN
           MOVE "N" TO DEBIT-TYPE-FLAG
           EVALUATE TL-TYPE
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "SO-OUT  "
               WHEN "TDOPEN  "
               WHEN "CHQPAID "
               WHEN "ODINTCHG"
               WHEN "CLOSURE "
               WHEN "EMIDEBIT"
               WHEN "LOANPREP"
               WHEN "SWEEPOUT"
               WHEN "TDS     "
               WHEN "SVCCHG  "
                   MOVE "Y" TO DEBIT-TYPE-FLAG
           END-EVALUATE

           IF DEBIT-TYPE-FLAG = "Y" OR TL-TYPE = "CHQRTN  "
               PERFORM READ-LOG-ACCOUNT
               IF ACC-FOUND-FLAG = "Y"
                   MOVE ACC-CUST-ID TO WS-ALERT-CUST
                   IF TL-TYPE = "CHQRTN  "
                       PERFORM QUEUE-LODGED-RETURN
                   ELSE
                       PERFORM QUEUE-DEBIT-ALERT
                       PERFORM CHECK-LOW-BALANCE
                   END-IF
               END-IF
           END-IF.

       READ-LOG-ACCOUNT.
           MOVE "N" TO ACC-FOUND-FLAG
           MOVE TL-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACC-FOUND-FLAG
           END-READ.

       QUEUE-DEBIT-ALERT.
           MOVE "DEBIT " TO WS-ALERT-TYPE
           MOVE TL-AMOUNT TO WS-ALERT-AMOUNT
           MOVE TL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE TL-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "A/C " TL-ACC-NUMBER " DEBITED "
               FUNCTION TRIM (WS-AMOUNT-EDIT)
               " (" TL-TYPE ") ON " WS-ENTRY-DATE
               ". BALANCE " FUNCTION TRIM (WS-BALANCE-EDIT)
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM QUEUE-ALERT.

       CHECK-LOW-BALANCE.
      *    SAVINGS ONLY, ON THE BALANCE AS IT STANDS TONIGHT; A
      *    CURRENT ACCOUNT RUNS AGAINST ITS OVERDRAFT INSTEAD
           IF ACC-TYPE NOT = "C"
               AND ACC-CLOSED-FLAG NOT = "C"
               AND BALANCE < MIN-SAVINGS-BALANCE
               MOVE "N" TO LOWBAL-DONE-FLAG
               PERFORM VARYING LOWBAL-SUB FROM 1 BY 1
                       UNTIL LOWBAL-SUB > LOWBAL-COUNT
                           OR LOWBAL-DONE-FLAG = "Y"
                   IF LOWBAL-ACC (LOWBAL-SUB) = ACC-NUMBER
                       MOVE "Y" TO LOWBAL-DONE-FLAG
                   END-IF
               END-PERFORM

               IF LOWBAL-DONE-FLAG = "N"
                   IF LOWBAL-COUNT < 2000
                       ADD 1 TO LOWBAL-COUNT
                       MOVE ACC-NUMBER TO LOWBAL-ACC (LOWBAL-COUNT)
                   END-IF
                   MOVE "LOWBAL" TO WS-ALERT-TYPE
                   MOVE 0 TO WS-ALERT-AMOUNT
                   MOVE BALANCE TO WS-BALANCE-EDIT
                   MOVE MIN-SAVINGS-BALANCE TO WS-MIN-EDIT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "A/C " ACC-NUMBER " BALANCE "
                       FUNCTION TRIM (WS-BALANCE-EDIT)
                       " IS BELOW THE MINIMUM OF "
                       FUNCTION TRIM (WS-MIN-EDIT)
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM QUEUE-ALERT
               END-IF
           END-IF.

       QUEUE-LODGED-RETURN.
           MOVE "CHQRTN" TO WS-ALERT-TYPE
           MOVE 0 TO WS-ALERT-AMOUNT
           MOVE TL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "CHEQUE LODGED IN A/C " TL-ACC-NUMBER " FOR "
               FUNCTION TRIM (WS-AMOUNT-EDIT)
               " WAS RETURNED UNPAID AND THE CREDIT REVERSED ON "
               WS-ENTRY-DATE
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM QUEUE-ALERT.

       SCAN-RETURNED-CHEQUES.
      *    CHQSYS WRITES ONE RETURN FILE PER CLEARING DATE
           PERFORM VARYING WS-SCAN-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-SCAN-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               MOVE SPACES TO WS-RETURN-FILENAME
               STRING "returned-cheques-" WS-SCAN-DATE ".dat"
                   DELIMITED BY SIZE INTO WS-RETURN-FILENAME
               PERFORM READ-ONE-RETURN-FILE
           END-PERFORM.

       READ-ONE-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "00" OR WS-RETURN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RETURN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM QUEUE-ISSUED-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       QUEUE-ISSUED-RETURN.
           MOVE RT-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-ALERT-CUST
                   MOVE "CHQRTN" TO WS-ALERT-TYPE
                   MOVE 0 TO WS-ALERT-AMOUNT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "YOUR CHEQUE " RT-CHQ " ON A/C " RT-ACC
                       " FOR " FUNCTION TRIM (RT-AMOUNT)
                       " WAS RETURNED UNPAID ON " WS-SCAN-DATE
                       " - " RT-REASON
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM QUEUE-ALERT
           END-READ.

       SCAN-TD-MATURITIES.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TD-STATUS = "00" OR WS-TD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TDP-STATUS = "ACTIVE"
                               PERFORM CHECK-TD-MATURING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       CHECK-TD-MATURING.
           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE (TDP-MATURITY-DATE)
               - TD-NOTICE-DAYS
           IF WS-TRIGGER-INT >= WS-FROM-INT
               AND WS-TRIGGER-INT <= WS-TODAY-INT
               MOVE TDP-CUST-ID TO WS-ALERT-CUST
               MOVE "TDMAT " TO WS-ALERT-TYPE
               MOVE 0 TO WS-ALERT-AMOUNT
               MOVE TDP-PRINCIPAL TO WS-PRINCIPAL-EDIT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "TERM DEPOSIT " TDP-NUMBER " OF "
                   FUNCTION TRIM (WS-PRINCIPAL-EDIT)
                   " MATURES ON " TDP-MATURITY-DATE
                   " - PROCEEDS TO A/C " TDP-ACC-NUMBER
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM QUEUE-ALERT
           END-IF.

       SCAN-LOAN-INSTALMENTS.
      *    STAFF LOANS ARE RECOVERED THROUGH PAYROLL, SO ONLY LOANS
      *    COLLECTED FROM THE BORROWER'S ACCOUNT GET A REMINDER
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00" OR WS-SCHEDULE-STATUS = "05"
               OPEN INPUT LOAN-FILE
               IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ LOAN-SCHEDULE-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               PERFORM CHECK-INSTALMENT-DUE
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-FILE
               END-IF
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.

       CHECK-INSTALMENT-DUE.
           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE (LS-DUE-DATE)
               - EMI-NOTICE-DAYS
           IF WS-TRIGGER-INT >= WS-FROM-INT
               AND WS-TRIGGER-INT <= WS-TODAY-INT
               MOVE LS-LOAN-NO TO LN-LOAN-NO
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LN-STATUS = "ACTIVE"
                           AND LS-INSTALL-NO > LN-PAID-COUNT
                           AND LN-STAFF-EMP-ID = 0
                           PERFORM QUEUE-INSTALMENT-DUE
                       END-IF
               END-READ
           END-IF.

       QUEUE-INSTALMENT-DUE.
           MOVE LN-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-ALERT-CUST
                   MOVE "EMIDUE" TO WS-ALERT-TYPE
                   MOVE 0 TO WS-ALERT-AMOUNT
                   MOVE LS-EMI TO WS-EMI-EDIT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "LOAN " LS-LOAN-NO " INSTALMENT "
                       LS-INSTALL-NO " OF "
                       FUNCTION TRIM (WS-EMI-EDIT)
                       " FALLS DUE ON " LS-DUE-DATE
                       " - PLEASE KEEP FUNDS IN A/C " LN-ACC-NUMBER
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM QUEUE-ALERT
           END-READ.

       SCAN-LOAN-SKIPS.
      *    LOANCOLL REWRITES THE SKIP FILE ON EVERY RUN AND RETRIES
      *    AN UNPAID INSTALMENT EACH NIGHT, SO EACH NIGHT IT STAYS
      *    UNCOLLECTED THE BORROWER IS TOLD AGAIN
           OPEN INPUT LOAN-SKIP-FILE
           IF WS-SKIP-STATUS = "00" OR WS-SKIP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOAN-SKIP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM QUEUE-INSTALMENT-SKIPPED
                   END-READ
               END-PERFORM
               CLOSE LOAN-SKIP-FILE
           END-IF.

       QUEUE-INSTALMENT-SKIPPED.
           MOVE SK-ACC TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-ALERT-CUST
                   MOVE "EMISKP" TO WS-ALERT-TYPE
                   MOVE 0 TO WS-ALERT-AMOUNT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "LOAN " SK-LOAN-NO " INSTALMENT OF "
                       FUNCTION TRIM (SK-EMI)
                       " COULD NOT BE COLLECTED FROM A/C " SK-ACC
                       " - " SK-REASON
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM QUEUE-ALERT
           END-READ.

       QUEUE-ALERT.
      *    SENDS THE ALERT IN WS-ALERT-TEXT TO WS-ALERT-CUST IF THEY
      *    ARE LIVE AND OPTED IN TO THE TYPE, ON EACH CHANNEL THEY
      *    CHOSE THAT HAS AN ADDRESS ON THE CUSTOMER MASTER
           MOVE "N" TO SEND-FLAG
           PERFORM FIND-CUSTOMER-PREF
           IF PREF-FOUND-FLAG = "Y"
               IF PF-LIVE-FLAG (PREF-HIT) = "Y"
                   PERFORM CHECK-TYPE-OPTED-IN
               END-IF
           END-IF

           IF SEND-FLAG = "Y"
               MOVE "N" TO WRITTEN-FLAG
               IF PF-CHANNEL (PREF-HIT) = "S"
                   OR PF-CHANNEL (PREF-HIT) = "B"
                   IF PF-PHONE (PREF-HIT) NOT = SPACES
                       MOVE "SMS  " TO AO-CHANNEL
                       MOVE PF-PHONE (PREF-HIT) TO AO-ADDRESS
                       PERFORM WRITE-OUTBOX-LINE
                   END-IF
               END-IF
               IF PF-CHANNEL (PREF-HIT) = "E"
                   OR PF-CHANNEL (PREF-HIT) = "B"
                   IF PF-EMAIL (PREF-HIT) NOT = SPACES
                       MOVE "EMAIL" TO AO-CHANNEL
                       MOVE PF-EMAIL (PREF-HIT) TO AO-ADDRESS
                       PERFORM WRITE-OUTBOX-LINE
                   END-IF
               END-IF

               IF WRITTEN-FLAG = "Y"
                   PERFORM COUNT-ALERT-TYPE
               ELSE
                   ADD 1 TO AL-SKIPPED
               END-IF
           END-IF.

       CHECK-TYPE-OPTED-IN.
           EVALUATE WS-ALERT-TYPE
               WHEN "DEBIT "
                   MOVE PF-DEBIT-MIN (PREF-HIT) TO WS-THRESHOLD
                   IF WS-THRESHOLD = 0
                       MOVE ALERT-DEBIT-THRESHOLD TO WS-THRESHOLD
                   END-IF
                   IF PF-DEBIT (PREF-HIT) = "Y"
                       AND WS-ALERT-AMOUNT >= WS-THRESHOLD
                       MOVE "Y" TO SEND-FLAG
                   END-IF
               WHEN "LOWBAL"
                   MOVE PF-LOW-BAL (PREF-HIT) TO SEND-FLAG
               WHEN "CHQRTN"
                   MOVE PF-CHQ-RETURN (PREF-HIT) TO SEND-FLAG
               WHEN "TDMAT "
                   MOVE PF-TD-MATURITY (PREF-HIT) TO SEND-FLAG
               WHEN "EMIDUE"
               WHEN "EMISKP"
                   MOVE PF-LOAN-DUE (PREF-HIT) TO SEND-FLAG
               WHEN "KYCDUE"
                   MOVE PF-KYC-DUE (PREF-HIT) TO SEND-FLAG
           END-EVALUATE.

       WRITE-OUTBOX-LINE.
           ADD 1 TO WS-OUT-SEQ
           MOVE WS-DATE TO AO-DATE
           MOVE WS-OUT-SEQ TO AO-SEQ
           MOVE WS-ALERT-CUST TO AO-CUST-ID
           MOVE WS-ALERT-TYPE TO AO-TYPE
           MOVE WS-ALERT-TEXT TO AO-TEXT
           WRITE ALERT-OUTBOX-REC
           ADD 1 TO AL-SENT
           MOVE "Y" TO WRITTEN-FLAG.

       COUNT-ALERT-TYPE.
           EVALUATE WS-ALERT-TYPE
               WHEN "DEBIT "
                   ADD 1 TO CNT-DEBIT
               WHEN "LOWBAL"
                   ADD 1 TO CNT-LOWBAL
               WHEN "CHQRTN"
                   ADD 1 TO CNT-CHQRTN
               WHEN "TDMAT "
                   ADD 1 TO CNT-TDMAT
               WHEN "EMIDUE"
                   ADD 1 TO CNT-EMIDUE
               WHEN "EMISKP"
                   ADD 1 TO CNT-EMISKP
               WHEN "KYCDUE"
                   ADD 1 TO CNT-KYCDUE
           END-EVALUATE.

       LOAD-BANK-RATES.
      *    PICK THE RATE SET IN FORCE TODAY FOR THE MINIMUM SAVINGS
      *    BALANCE FLOOR
           MOVE 0 TO WS-BEST-EFF-DATE

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
               MOVE "N" TO RATES-EOF-FLAG
               PERFORM UNTIL RATES-EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO RATES-EOF-FLAG
                       NOT AT END
                           IF RT-EFF-DATE <= WS-DATE
                               AND RT-EFF-DATE > WS-BEST-EFF-DATE
                               AND (RT-STATUS = "APPROVED"
                                   OR RT-STATUS = SPACES)
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-MIN-SAV-BAL
                                   TO MIN-SAVINGS-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.
