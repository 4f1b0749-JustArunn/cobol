           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT SCHEDULE-TEMP-FILE ASSIGN TO "loan-schedule.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-TEMP-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LETTER-FILE ASSIGN USING WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-APP-FILE ASSIGN TO "loan-applications.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APP-STATUS.

           SELECT LOAN-APP-TEMP-FILE
           ASSIGN TO "loan-applications.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECOVERY-FILE
           ASSIGN TO "staff-loan-recoveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT RECOVERY-TEMP-FILE
           ASSIGN TO "staff-loan-recoveries.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD SCHEDULE-TEMP-FILE.
       01 SCHEDULE-TEMP-REC PIC X(47).

       FD RATES-FILE.
       COPY PAYRATES.

       FD CUSTOMER-FILE.
       COPY CUSTOMER.

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD LOAN-APP-FILE.
       COPY LOANAPP.

       FD LOAN-APP-TEMP-FILE.
       01 LOAN-APP-TEMP-REC PIC X(119).

       FD SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD RECOVERY-FILE.
       COPY STLNREC.

       FD RECOVERY-TEMP-FILE.
       01 RECOVERY-TEMP-REC PIC X(49).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 CHOICE            PIC 99 VALUE 0.
       01 WS-LOAN-STATUS    PIC X(2).
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-DUE-DAY        PIC 9(2).
       01 WS-DUE-DATE       PIC 9(8).
       01 WS-START-REM      PIC 9(4).
       01 WS-START-YEAR     PIC 9(4).
       01 WS-START-MONTH    PIC 9(2).
       01 WS-MONTH-INDEX    PIC 9(6).
       01 WS-FIRST-INSTALL  PIC 9(3).
       01 WS-LAST-INSTALL   PIC 9(3).
       01 WS-CALC-PRINCIPAL PIC 9(7)V99.
       01 WS-CALC-TERM      PIC 9(3).

       01 WS-MONTHS-ELAPSED PIC S9(5).
       01 WS-TODAY-YEAR     PIC 9(4).
       01 ARREARS-COUNT     PIC 9(5) VALUE 0.

       COPY SIGNONWS.
       COPY PERCHK.
       COPY CHKDGT.
       COPY ACTJRNL.

       01 WS-LOG-TYPE       PIC X(8).
       01 WS-LOG-AMOUNT     PIC 9(5)V99.
       01 WS-LOG-BALANCE    PIC S9(7)V99.
       01 WS-LOG-REF        PIC X(14) VALUE SPACES.
       01 WS-SAVE-LOG-REF   PIC X(14).
      *    BRANCH TO STAMP ON THE NEXT LOG ENTRY; ZERO MEANS THE
      *    OPERATOR'S OWN BRANCH
       01 WS-LOG-BRANCH     PIC 999 VALUE 0.

      *    PART-PREPAYMENT AND FORECLOSURE: THE MONEY COMES OUT OF
      *    THE BORROWER'S LINKED ACCOUNT UNDER THE USUAL COVER RULES,
      *    THE CHARGE IS TAKEN AS A SERVICE CHARGE AND THE UNPAID
      *    PART OF LOAN-SCHEDULE.DAT IS WRITTEN AGAIN
       01 WS-SCHED-TEMP-STATUS PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 RATES-EOF-FLAG    PIC X.
       01 WS-BEST-EFF-DATE  PIC 9(8).
       01 MIN-SAVINGS-BALANCE PIC 9(6) VALUE 1000.
       01 PREPAY-CHG-RATE   PIC V9(4) VALUE 0.0200.
       01 WS-SCHED-FILENAME PIC X(20) VALUE "loan-schedule.dat".
       01 WS-SCHED-TEMP-FILENAME PIC X(20) VALUE "loan-schedule.tmp".
       01 WS-LETTER-FILENAME PIC X(30).
       01 PREPAY-AMOUNT     PIC 9(7)V99.
       01 PREPAY-CHARGE     PIC 9(5)V99.
       01 PREPAY-MODE       PIC X.
       01 PREPAY-ANSWER     PIC X.
       01 PAYOFF-INTEREST   PIC 9(5)V99.
       01 PAYOFF-DEBIT      PIC 9(7)V99.
       01 PAYOFF-TOTAL      PIC 9(7)V99.
       01 PAYOFF-DAYS       PIC S9(5).
       01 PAYOFF-FROM-DATE  PIC 9(8).
       01 OLD-EMI           PIC 9(6).
       01 OLD-TERM          PIC 9(3).
       01 OLD-OUTSTANDING   PIC 9(7)V99.
       01 COVER-OK-FLAG     PIC X.
       01 COVER-REASON      PIC X(30).
       01 WS-SIM-BAL        PIC S9(7)V99.
       01 WS-SIM-MONTHS     PIC 9(3).
       01 SCHED-EOF-FLAG    PIC X.
       01 SCHED-KEPT-COUNT  PIC 9(5).
       01 LT-CUST-NAME      PIC X(20).
       01 LT-CUST-ADDRESS   PIC X(30).
       01 LT-TEXT-LINE.
           05 LT-LABEL       PIC X(24).
           05 LT-VALUE       PIC X(56).
       01 LT-AMOUNT-LINE.
           05 LT-AMT-LABEL   PIC X(24).
           05 LT-AMOUNT      PIC Z(6)9.99.
           05 FILLER         PIC X(46).

      *    LOAN APPLICATIONS: KEYED BY ONE OPERATOR, SANCTIONED OR
      *    REJECTED BY A SUPERVISOR WHO DID NOT KEY THEM, AND ONLY
      *    THEN DISBURSABLE. THE EMIS OF ALL THE APPLICANT'S LOANS
      *    MAY NOT TAKE MORE THAN EMI-INCOME-CAP PERCENT OF INCOME
       01 WS-APP-STATUS     PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-APP-FILENAME   PIC X(25) VALUE "loan-applications.dat".
       01 WS-APP-TEMP-FILENAME PIC X(25)
           VALUE "loan-applications.tmp".
       01 APP-HOLD-REC      PIC X(119).
       01 APP-EOF-FLAG      PIC X.
       01 APP-FOUND-FLAG    PIC X.
       01 APP-OK-FLAG       PIC X.
       01 APP-DECISION      PIC X.
       01 WS-APP-NO         PIC 9(5).
       01 NEXT-APP-NO       PIC 9(5).
       01 APP-CUST-ID       PIC 9(5).
       01 APP-DECIDED-COUNT PIC 9(3).
       01 APP-LIST-COUNT    PIC 9(5).
       01 EMI-INCOME-CAP    PIC 9(2) VALUE 50.
       01 WS-OTHER-EMI      PIC 9(6).
       01 WS-EMI-PCT        PIC 9(5)V99.
       01 HIST-EOF-FLAG     PIC X.
       01 BEST-PERIOD       PIC 9(6).
       01 PAY-FOUND-FLAG    PIC X.

      *    STAFF LOANS: THE EMI IS DEDUCTED FROM PAY AND ARRIVES IN
      *    STAFF-LOAN-RECOVERIES.DAT, WHERE EACH PENDING LINE IS
      *    APPLIED TO ITS LOAN AS ONE INSTALMENT
       01 WS-RECOVERY-STATUS PIC X(2).
       01 WS-RECOV-FILENAME PIC X(30)
           VALUE "staff-loan-recoveries.dat".
       01 WS-RECOV-TEMP-FILENAME PIC X(30)
           VALUE "staff-loan-recoveries.tmp".
       01 RECOV-EOF-FLAG    PIC X.
       01 RECOV-POSTED-COUNT PIC 9(5).
       01 RECOV-UNAPPLD-COUNT PIC 9(5).
       01 RECOV-POSTED-TOTAL PIC 9(9)V99.
       01 STAFF-EMP-IN      PIC 9(5).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           PERFORM LOAD-LOAN-RATES

           PERFORM UNTIL CHOICE = 12

               DISPLAY " "
               DISPLAY "===== LOAN SYSTEM ====="
               DISPLAY "1. DISBURSE SANCTIONED LOAN"
               DISPLAY "2. DISPLAY LOANS"
               DISPLAY "3. POST REPAYMENT"
               DISPLAY "4. ARREARS REPORT"
               DISPLAY "5. PART-PREPAYMENT"
               DISPLAY "6. FORECLOSE LOAN"
               DISPLAY "7. NEW LOAN APPLICATION"
               DISPLAY "8. SANCTION APPLICATIONS"
               DISPLAY "9. LIST APPLICATIONS"
               DISPLAY "10. STAFF LOAN PAYROLL RECOVERY"
               DISPLAY "11. POST PAYROLL RECOVERIES"
               DISPLAY "12. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM DISBURSE-LOAN
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM DISPLAY-LOANS
                   WHEN 3
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM POST-REPAYMENT
                       END-IF
                   WHEN 4 PERFORM ARREARS-REPORT
                   WHEN 5
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM PART-PREPAYMENT
                       END-IF
                   WHEN 6
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM FORECLOSE-LOAN
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 7 PERFORM NEW-LOAN-APPLICATION
                   WHEN 8
                       IF SIGNON-SUPERVISOR
                           PERFORM SANCTION-APPLICATIONS
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 9 PERFORM LIST-APPLICATIONS
                   WHEN 10
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-STAFF-LOAN
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 11
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM POST-PAYROLL-RECOVERIES
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
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

       DISBURSE-LOAN.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "35"
           END-IF.

       DISBURSE-LOAN-BODY.
      *    A LOAN IS BOOKED ONLY AGAINST A SANCTIONED APPLICATION,
      *    ON THE TERMS IT WAS SANCTIONED FOR
           MOVE SPACES TO LOAN-REC

           DISPLAY "APPLICATION NUMBER:"
           ACCEPT WS-APP-NO
           PERFORM FIND-APPLICATION

           IF APP-FOUND-FLAG = "N"
               DISPLAY "APPLICATION NOT FOUND - LOAN NOT RECORDED"
           ELSE
               IF LA-STATUS NOT = "SANCTIONED"
                   DISPLAY "APPLICATION IS " LA-STATUS
                       " - ONLY A SANCTIONED APPLICATION CAN BE "
                       "DISBURSED"
               ELSE
                   PERFORM DISBURSE-SANCTIONED-LOAN
               END-IF
           END-IF.

       DISBURSE-SANCTIONED-LOAN.
           DISPLAY "CUSTOMER   : " LA-CUST-ID
           DISPLAY "ACCOUNT    : " LA-ACC-NUMBER
           DISPLAY "AMOUNT     : " LA-AMOUNT
           DISPLAY "RATE       : " LA-ANNUAL-RATE
           DISPLAY "TERM       : " LA-TERM-MONTHS
           DISPLAY "SANCTIONED BY " LA-CHECKER " ON " LA-DECISION-DATE

           DISPLAY "LOAN NUMBER:"
           ACCEPT LN-LOAN-NO
           MOVE LA-ACC-NUMBER TO LN-ACC-NUMBER
           MOVE LA-AMOUNT TO LN-PRINCIPAL
           MOVE LA-ANNUAL-RATE TO LN-ANNUAL-RATE
           MOVE LA-TERM-MONTHS TO LN-TERM-MONTHS
           MOVE LA-APP-NO TO LN-APP-NO
      *    A STAFF APPLICANT'S LOAN IS RECOVERED THROUGH PAYROLL
           MOVE LA-EMP-ID TO LN-STAFF-EMP-ID

           PERFORM DISBURSE-LOAN-DETAIL.

       VERIFY-KEYED-ACC.
      *    A TRANSPOSED DIGIT FAILS THE CHECK AT THE KEYBOARD;
           END-IF.

       DISBURSE-LOAN-DETAIL.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO LN-START-DATE

           MOVE LN-PRINCIPAL TO WS-CALC-PRINCIPAL
           MOVE LN-TERM-MONTHS TO WS-CALC-TERM
           PERFORM COMPUTE-EMI
           COMPUTE LN-EMI ROUNDED = WS-EMI-CALC
           MOVE LN-PRINCIPAL TO LN-OUTSTANDING
                   DISPLAY "LOAN RECORDED, EMI = " LN-EMI
                   PERFORM WRITE-EMI-SCHEDULE
                   PERFORM CREDIT-DISBURSEMENT
                   PERFORM MARK-APPLICATION-DISBURSED
                   MOVE "DISBURSE    " TO AJ-ACTION
                   MOVE LN-LOAN-NO TO AJ-KEY
                   PERFORM LOG-OPERATOR-ACTION
           END-WRITE.

       COMPUTE-EMI.
      *    STANDARD REDUCING-BALANCE EMI ON WS-CALC-PRINCIPAL OVER
      *    WS-CALC-TERM MONTHS; THE COMPOUND FACTOR IS BUILT BY
      *    REPEATED MULTIPLICATION
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200

           IF WS-MONTH-RATE = 0
               COMPUTE WS-EMI-CALC ROUNDED =
                   WS-CALC-PRINCIPAL / WS-CALC-TERM
           ELSE
               MOVE 1 TO WS-FACTOR
               PERFORM COMPOUND-ONE-MONTH WS-CALC-TERM TIMES
               COMPUTE WS-EMI-NUM =
                   WS-CALC-PRINCIPAL * WS-MONTH-RATE * WS-FACTOR
               COMPUTE WS-EMI-DEN = WS-FACTOR - 1
               COMPUTE WS-EMI-CALC ROUNDED =
                   WS-EMI-NUM / WS-EMI-DEN
               OPEN OUTPUT LOAN-SCHEDULE-FILE
           END-IF

           MOVE LN-PRINCIPAL TO WS-SCHED-BAL
           MOVE 1 TO WS-FIRST-INSTALL
           MOVE LN-TERM-MONTHS TO WS-LAST-INSTALL
           PERFORM WRITE-SCHEDULE-LINES

           CLOSE LOAN-SCHEDULE-FILE

           DISPLAY "EMI SCHEDULE WRITTEN FOR " LN-TERM-MONTHS
               " INSTALMENTS".

       WRITE-SCHEDULE-LINES.
      *    INSTALMENTS WS-FIRST-INSTALL TO WS-LAST-INSTALL FROM A
      *    STARTING BALANCE OF WS-SCHED-BAL; INSTALMENT N FALLS DUE
      *    N MONTHS AFTER DISBURSEMENT, SO A REGENERATED SCHEDULE
      *    KEEPS THE ORIGINAL DUE DAY
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200

           PERFORM VARYING WS-INSTALL-NO FROM WS-FIRST-INSTALL BY 1
                   UNTIL WS-INSTALL-NO > WS-LAST-INSTALL
               PERFORM COMPUTE-DUE-DATE

               COMPUTE WS-INT-PART ROUNDED =
                   WS-SCHED-BAL * WS-MONTH-RATE
               IF WS-INSTALL-NO = WS-LAST-INSTALL
                   MOVE WS-SCHED-BAL TO WS-PRIN-PART
               ELSE
                   COMPUTE WS-PRIN-PART = LN-EMI - WS-INT-PART
               MOVE WS-INT-PART   TO LS-INTEREST
               MOVE WS-SCHED-BAL  TO LS-BALANCE
               WRITE LOAN-SCHEDULE-REC
           END-PERFORM.

       COMPUTE-DUE-DATE.
      *    DUE DATE OF INSTALMENT WS-INSTALL-NO; DAYS AFTER THE 28TH
      *    ARE HELD AT THE 28TH SO EVERY MONTH HAS THE DUE DAY
           DIVIDE LN-START-DATE BY 10000 GIVING WS-START-YEAR
               REMAINDER WS-START-REM
           DIVIDE WS-START-REM BY 100 GIVING WS-START-MONTH
               REMAINDER WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF

           COMPUTE WS-MONTH-INDEX =
               WS-START-YEAR * 12 + WS-START-MONTH - 1
               + WS-INSTALL-NO
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH

           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100
               + WS-DUE-DAY.

       CREDIT-DISBURSEMENT.
      *    DISBURSEMENT LANDS IN THE LINKED DEPOSIT ACCOUNT LIKE A
                               DISPLAY "OUTSTANDING: " LN-OUTSTANDING
                               DISPLAY "PAID       : " LN-PAID-COUNT
                               DISPLAY "STATUS     : " LN-STATUS
                               DISPLAY "APPLICATION: " LN-APP-NO
                               IF LN-STAFF-EMP-ID NOT = 0
                                   DISPLAY "STAFF LOAN : EMPLOYEE "
                                       LN-STAFF-EMP-ID
                               END-IF
                               DISPLAY "----------------"
                       END-READ
                   END-PERFORM
           MOVE LN-LOAN-NO TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       PART-PREPAYMENT.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               PERFORM PART-PREPAYMENT-BODY
               CLOSE LOAN-FILE
           ELSE
               IF WS-LOAN-STATUS = "35"
                   DISPLAY "NO LOAN RECORDS FOUND"
               ELSE
                   DISPLAY "LOAN FILE OPEN ERROR, STATUS: "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       PART-PREPAYMENT-BODY.
           DISPLAY "ENTER LOAN NUMBER:"
           ACCEPT LN-LOAN-NO

           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND"
               NOT INVALID KEY
                   IF LN-STATUS NOT = "ACTIVE"
                       DISPLAY "LOAN IS NOT ACTIVE"
                   ELSE
                       PERFORM PREPAYMENT-AMOUNT
                   END-IF
           END-READ.

       PREPAYMENT-AMOUNT.
      *    A PAYMENT THAT CLEARS THE WHOLE BALANCE IS A FORECLOSURE,
      *    WHICH ALSO SETTLES THE INTEREST RUN UP SINCE THE LAST
      *    INSTALMENT
           DISPLAY "OUTSTANDING PRINCIPAL: " LN-OUTSTANDING
           DISPLAY "PREPAYMENT AMOUNT:"
           ACCEPT PREPAY-AMOUNT

      *    THE TRANSACTION LOG CARRIES FIVE WHOLE DIGITS
           EVALUATE TRUE
               WHEN PREPAY-AMOUNT = 0
                   DISPLAY "NOTHING PREPAID"
               WHEN PREPAY-AMOUNT >= LN-OUTSTANDING
                   DISPLAY "AMOUNT CLEARS THE LOAN - USE FORECLOSURE"
               WHEN PREPAY-AMOUNT > 99999.99
                   DISPLAY "PREPAYMENT EXCEEDS THE 99999 POSTING LIMIT "
                       "- NOTHING PREPAID"
               WHEN OTHER
                   PERFORM PREPAYMENT-MODE
           END-EVALUATE.

       PREPAYMENT-MODE.
           DISPLAY "REDUCE THE (E)MI OR THE (T)ENURE:"
           ACCEPT PREPAY-MODE

           IF PREPAY-MODE NOT = "E" AND PREPAY-MODE NOT = "T"
               DISPLAY "UNKNOWN OPTION - NOTHING PREPAID"
           ELSE
               COMPUTE PREPAY-CHARGE ROUNDED =
                   PREPAY-AMOUNT * PREPAY-CHG-RATE
               MOVE PREPAY-AMOUNT TO PAYOFF-DEBIT
               COMPUTE PAYOFF-TOTAL = PREPAY-AMOUNT + PREPAY-CHARGE
               PERFORM CHECK-PAYOFF-COVER
               IF COVER-OK-FLAG = "N"
                   DISPLAY "PREPAYMENT REFUSED - " COVER-REASON
               ELSE
                   PERFORM CONFIRM-PART-PREPAYMENT
               END-IF
           END-IF.

       CONFIRM-PART-PREPAYMENT.
           DISPLAY "PREPAYMENT        : " PREPAY-AMOUNT
           DISPLAY "PREPAYMENT CHARGE : " PREPAY-CHARGE
           DISPLAY "DEBIT TO ACCOUNT " LN-ACC-NUMBER ": "
               PAYOFF-TOTAL
           DISPLAY "CONFIRM (Y/N):"
           ACCEPT PREPAY-ANSWER
           IF PREPAY-ANSWER = "Y"
               PERFORM POST-PART-PREPAYMENT
           ELSE
               DISPLAY "NOTHING PREPAID"
           END-IF.

       POST-PART-PREPAYMENT.
           MOVE LN-EMI TO OLD-EMI
           MOVE LN-TERM-MONTHS TO OLD-TERM
           MOVE LN-OUTSTANDING TO OLD-OUTSTANDING

           MOVE SPACES TO WS-LOG-REF
           STRING "PREP" LN-LOAN-NO DELIMITED BY SIZE
               INTO WS-LOG-REF
           PERFORM DEBIT-BORROWER-ACCOUNT

           IF COVER-OK-FLAG = "Y"
               SUBTRACT PREPAY-AMOUNT FROM LN-OUTSTANDING

      *    A SHORTER TENURE KEEPS THE INSTALMENT AND COUNTS HOW MANY
      *    MORE IT TAKES TO CLEAR THE REDUCED BALANCE; A SMALLER EMI
      *    SPREADS THE BALANCE OVER THE INSTALMENTS STILL TO COME
               IF PREPAY-MODE = "E"
                   IF LN-TERM-MONTHS <= LN-PAID-COUNT
                       COMPUTE LN-TERM-MONTHS = LN-PAID-COUNT + 1
                   END-IF
                   MOVE LN-OUTSTANDING TO WS-CALC-PRINCIPAL
                   COMPUTE WS-CALC-TERM =
                       LN-TERM-MONTHS - LN-PAID-COUNT
                   PERFORM COMPUTE-EMI
                   COMPUTE LN-EMI ROUNDED = WS-EMI-CALC
               ELSE
                   PERFORM COUNT-REMAINING-MONTHS
                   IF LN-PAID-COUNT + WS-SIM-MONTHS < LN-TERM-MONTHS
                       COMPUTE LN-TERM-MONTHS =
                           LN-PAID-COUNT + WS-SIM-MONTHS
                   END-IF
               END-IF

               REWRITE LOAN-REC

               MOVE "LOANRPAY" TO WS-LOG-TYPE
               MOVE PREPAY-AMOUNT TO WS-LOG-AMOUNT
               MOVE LN-OUTSTANDING TO WS-LOG-BALANCE
               PERFORM LOG-LOAN-ENTRY

               MOVE LN-OUTSTANDING TO WS-SCHED-BAL
               COMPUTE WS-FIRST-INSTALL = LN-PAID-COUNT + 1
               MOVE LN-TERM-MONTHS TO WS-LAST-INSTALL
               PERFORM REGENERATE-SCHEDULE

               DISPLAY "PREPAYMENT POSTED"
               DISPLAY "  OUTSTANDING : " OLD-OUTSTANDING " NOW "
                   LN-OUTSTANDING
               DISPLAY "  EMI         : " OLD-EMI " NOW " LN-EMI
               DISPLAY "  TERM MONTHS : " OLD-TERM " NOW "
                   LN-TERM-MONTHS

               MOVE "PREPAYMENT  " TO AJ-ACTION
               MOVE LN-LOAN-NO TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       COUNT-REMAINING-MONTHS.
      *    RUN THE REDUCED BALANCE FORWARD AT THE PRESENT EMI UNTIL
      *    IT IS CLEARED; THE LAST INSTALMENT TAKES WHATEVER IS LEFT
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200
           MOVE LN-OUTSTANDING TO WS-SIM-BAL
           MOVE 0 TO WS-SIM-MONTHS

           PERFORM UNTIL WS-SIM-BAL <= 0 OR WS-SIM-MONTHS >= 999
               COMPUTE WS-INT-PART ROUNDED =
                   WS-SIM-BAL * WS-MONTH-RATE
               COMPUTE WS-SIM-BAL = WS-SIM-BAL + WS-INT-PART - LN-EMI
               ADD 1 TO WS-SIM-MONTHS
           END-PERFORM.

       FORECLOSE-LOAN.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               PERFORM FORECLOSE-LOAN-BODY
               CLOSE LOAN-FILE
           ELSE
               IF WS-LOAN-STATUS = "35"
                   DISPLAY "NO LOAN RECORDS FOUND"
               ELSE
                   DISPLAY "LOAN FILE OPEN ERROR, STATUS: "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       FORECLOSE-LOAN-BODY.
           DISPLAY "ENTER LOAN NUMBER:"
           ACCEPT LN-LOAN-NO

           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND"
               NOT INVALID KEY
                   IF LN-STATUS NOT = "ACTIVE"
                       DISPLAY "LOAN IS NOT ACTIVE"
                   ELSE
                       PERFORM COMPUTE-PAYOFF
                       PERFORM FORECLOSURE-QUOTE
                   END-IF
           END-READ.

       COMPUTE-PAYOFF.
      *    PAYOFF IS THE OUTSTANDING PRINCIPAL, SIMPLE INTEREST FOR
      *    THE DAYS SINCE THE LAST INSTALMENT FELL DUE (OR SINCE
      *    DISBURSEMENT) AND THE PREPAYMENT CHARGE ON THE PRINCIPAL
           IF LN-PAID-COUNT = 0
               MOVE LN-START-DATE TO PAYOFF-FROM-DATE
           ELSE
               MOVE LN-PAID-COUNT TO WS-INSTALL-NO
               PERFORM COMPUTE-DUE-DATE
               MOVE WS-DUE-DATE TO PAYOFF-FROM-DATE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           COMPUTE PAYOFF-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-DATE)
               - FUNCTION INTEGER-OF-DATE (PAYOFF-FROM-DATE)
           IF PAYOFF-DAYS < 0
               MOVE 0 TO PAYOFF-DAYS
           END-IF

           COMPUTE PAYOFF-INTEREST ROUNDED =
               LN-OUTSTANDING * LN-ANNUAL-RATE * PAYOFF-DAYS
               / 36500
           COMPUTE PREPAY-CHARGE ROUNDED =
               LN-OUTSTANDING * PREPAY-CHG-RATE
           COMPUTE PAYOFF-DEBIT = LN-OUTSTANDING + PAYOFF-INTEREST
           COMPUTE PAYOFF-TOTAL = PAYOFF-DEBIT + PREPAY-CHARGE.

       FORECLOSURE-QUOTE.
           DISPLAY "OUTSTANDING PRINCIPAL : " LN-OUTSTANDING
           DISPLAY "INTEREST FOR " PAYOFF-DAYS " DAYS  : "
               PAYOFF-INTEREST
           DISPLAY "PREPAYMENT CHARGE     : " PREPAY-CHARGE
           DISPLAY "PAYOFF AMOUNT         : " PAYOFF-TOTAL

      *    THE TRANSACTION LOG CARRIES FIVE WHOLE DIGITS
           IF PAYOFF-DEBIT > 99999.99
               DISPLAY "PAYOFF EXCEEDS THE 99999 POSTING LIMIT "
                   "- LOAN NOT FORECLOSED"
           ELSE
               PERFORM CHECK-PAYOFF-COVER
               IF COVER-OK-FLAG = "N"
                   DISPLAY "FORECLOSURE REFUSED - " COVER-REASON
               ELSE
                   DISPLAY "DEBIT ACCOUNT " LN-ACC-NUMBER
                       " AND CLOSE THE LOAN? (Y/N):"
                   ACCEPT PREPAY-ANSWER
                   IF PREPAY-ANSWER = "Y"
                       PERFORM POST-FORECLOSURE
                   ELSE
                       DISPLAY "LOAN NOT FORECLOSED"
                   END-IF
               END-IF
           END-IF.

       POST-FORECLOSURE.
           MOVE LN-OUTSTANDING TO OLD-OUTSTANDING

           MOVE SPACES TO WS-LOG-REF
           STRING "FCLS" LN-LOAN-NO DELIMITED BY SIZE
               INTO WS-LOG-REF
           PERFORM DEBIT-BORROWER-ACCOUNT

           IF COVER-OK-FLAG = "Y"
               MOVE 0 TO LN-OUTSTANDING
               MOVE "CLOSED" TO LN-STATUS
               REWRITE LOAN-REC

               MOVE "LOANRPAY" TO WS-LOG-TYPE
               MOVE PAYOFF-DEBIT TO WS-LOG-AMOUNT
               MOVE 0 TO WS-LOG-BALANCE
               PERFORM LOG-LOAN-ENTRY

      *    NO FURTHER INSTALMENTS: THE UNPAID LINES ARE DROPPED
               MOVE 0 TO WS-SCHED-BAL
               COMPUTE WS-FIRST-INSTALL = LN-PAID-COUNT + 1
               MOVE LN-PAID-COUNT TO WS-LAST-INSTALL
               PERFORM REGENERATE-SCHEDULE

               PERFORM WRITE-CLOSURE-LETTER

               DISPLAY "LOAN " LN-LOAN-NO " FORECLOSED AND CLOSED"
               DISPLAY "CLOSURE LETTER WRITTEN: " WS-LETTER-FILENAME

               MOVE "FORECLOSE   " TO AJ-ACTION
               MOVE LN-LOAN-NO TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       CHECK-PAYOFF-COVER.
      *    SAME RULES AS EVERY OTHER DEBIT PATH FOR PAYOFF-TOTAL:
      *    CLOSED, DORMANT AND FROZEN ACCOUNTS AND HOLD BREACHES
      *    BLOCK IT, THEN THE OVERDRAFT AND MINIMUM BALANCE COVER
           MOVE "Y" TO COVER-OK-FLAG
           MOVE SPACES TO COVER-REASON

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE LN-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "LINKED ACCOUNT NOT ON FILE"
                           TO COVER-REASON
                       MOVE "N" TO COVER-OK-FLAG
                   NOT INVALID KEY
                       PERFORM CHECK-PAYOFF-COVER-RULES
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               MOVE "ACCOUNT FILE NOT AVAILABLE" TO COVER-REASON
               MOVE "N" TO COVER-OK-FLAG
           END-IF.

       CHECK-PAYOFF-COVER-RULES.
           EVALUATE TRUE
               WHEN ACC-CLOSED-FLAG = "C"
                   MOVE "ACCOUNT CLOSED" TO COVER-REASON
                   MOVE "N" TO COVER-OK-FLAG
               WHEN ACC-DORMANT-FLAG = "D"
                   MOVE "ACCOUNT DORMANT" TO COVER-REASON
                   MOVE "N" TO COVER-OK-FLAG
               WHEN ACC-FREEZE-FLAG = "F"
                   MOVE "ACCOUNT FROZEN" TO COVER-REASON
                   MOVE "N" TO COVER-OK-FLAG
               WHEN ACC-HOLD-AMT > 0
                   AND (BALANCE - PAYOFF-TOTAL) < ACC-HOLD-AMT
                   MOVE "BLOCKED BY HOLD" TO COVER-REASON
                   MOVE "N" TO COVER-OK-FLAG
               WHEN ACC-TYPE = "C"
                   IF (BALANCE - PAYOFF-TOTAL) < (0 - ACC-OD-LIMIT)
                       MOVE "EXCEEDS OVERDRAFT LIMIT"
                           TO COVER-REASON
                       MOVE "N" TO COVER-OK-FLAG
                   END-IF
               WHEN OTHER
                   IF BALANCE < PAYOFF-TOTAL
                       MOVE "INSUFFICIENT FUNDS" TO COVER-REASON
                       MOVE "N" TO COVER-OK-FLAG
                   ELSE
                       IF (BALANCE - PAYOFF-TOTAL)
                           < MIN-SAVINGS-BALANCE
                           MOVE "BELOW MINIMUM BALANCE"
                               TO COVER-REASON
                           MOVE "N" TO COVER-OK-FLAG
                       END-IF
                   END-IF
           END-EVALUATE.

       DEBIT-BORROWER-ACCOUNT.
      *    THE PAYMENT GOES OUT AS LOANPREP AND THE CHARGE AS A
      *    SERVICE CHARGE WHOSE REFERENCE (PREP OR FCLS AND THE LOAN
      *    NUMBER, HELD IN WS-LOG-REF) NAMES THE FEE EVENT, SO IT
      *    SHOWS ON THE FEE-INCOME REPORT AND CAN BE WAIVED
           MOVE WS-LOG-REF TO WS-SAVE-LOG-REF
           MOVE SPACES TO WS-LOG-REF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE LN-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "LINKED ACCOUNT " LN-ACC-NUMBER
                           " NOT FOUND - NOTHING POSTED"
                       MOVE "N" TO COVER-OK-FLAG
                   NOT INVALID KEY
                       SUBTRACT PAYOFF-DEBIT FROM BALANCE
                       REWRITE ACCOUNT-REC
                       MOVE "LOANPREP" TO WS-LOG-TYPE
                       MOVE PAYOFF-DEBIT TO WS-LOG-AMOUNT
                       MOVE BALANCE TO WS-LOG-BALANCE
                       MOVE ACC-BRANCH TO WS-LOG-BRANCH
                       PERFORM LOG-LOAN-ENTRY
                       IF PREPAY-CHARGE > 0
                           SUBTRACT PREPAY-CHARGE FROM BALANCE
                           REWRITE ACCOUNT-REC
                           MOVE "SVCCHG  " TO WS-LOG-TYPE
                           MOVE PREPAY-CHARGE TO WS-LOG-AMOUNT
                           MOVE BALANCE TO WS-LOG-BALANCE
                           MOVE WS-SAVE-LOG-REF TO WS-LOG-REF
                           MOVE ACC-BRANCH TO WS-LOG-BRANCH
                           PERFORM LOG-LOAN-ENTRY
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               MOVE "N" TO COVER-OK-FLAG
           END-IF.

       REGENERATE-SCHEDULE.
      *    LINES ALREADY PAID AND OTHER LOANS' LINES ARE COPIED
      *    ACROSS; THIS LOAN'S UNPAID LINES ARE REPLACED BY
      *    WS-FIRST-INSTALL TO WS-LAST-INSTALL (NONE WHEN THE FIRST
      *    IS PAST THE LAST)
           MOVE 0 TO SCHED-KEPT-COUNT
           OPEN OUTPUT SCHEDULE-TEMP-FILE

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00" OR WS-SCHEDULE-STATUS = "05"
               MOVE "N" TO SCHED-EOF-FLAG
               PERFORM UNTIL SCHED-EOF-FLAG = "Y"
                   READ LOAN-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO SCHED-EOF-FLAG
                       NOT AT END
                           IF LS-LOAN-NO NOT = LN-LOAN-NO
                               OR LS-INSTALL-NO <= LN-PAID-COUNT
                               WRITE SCHEDULE-TEMP-REC
                                   FROM LOAN-SCHEDULE-REC
                               ADD 1 TO SCHED-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHEDULE-FILE
           END-IF

           CLOSE SCHEDULE-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES LOAN-SCHEDULE.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-SCHED-TEMP-FILENAME
               WS-SCHED-FILENAME

           IF WS-FIRST-INSTALL <= WS-LAST-INSTALL
               OPEN EXTEND LOAN-SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS = "35"
                   OPEN OUTPUT LOAN-SCHEDULE-FILE
               END-IF
               PERFORM WRITE-SCHEDULE-LINES
               CLOSE LOAN-SCHEDULE-FILE
               DISPLAY "SCHEDULE REWRITTEN FROM INSTALMENT "
                   WS-FIRST-INSTALL " TO " WS-LAST-INSTALL
           ELSE
               DISPLAY "UNPAID SCHEDULE LINES REMOVED"
           END-IF.

       WRITE-CLOSURE-LETTER.
      *    ONE LETTER PER LOAN, NAMED BY THE LOAN NUMBER, FOR THE
      *    BORROWER AND THE LOAN FILE
           PERFORM FIND-BORROWER

           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "loan-closure-" LN-LOAN-NO ".dat"
               DELIMITED BY SIZE INTO WS-LETTER-FILENAME
           OPEN OUTPUT LETTER-FILE

           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "LOAN CLOSURE LETTER" TO LT-LABEL
           MOVE WS-DATE TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LT-TEXT-LINE
           MOVE "BORROWER             :" TO LT-LABEL
           MOVE LT-CUST-NAME TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "ADDRESS              :" TO LT-LABEL
           MOVE LT-CUST-ADDRESS TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "LOAN NUMBER          :" TO LT-LABEL
           MOVE LN-LOAN-NO TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "LINKED ACCOUNT       :" TO LT-LABEL
           MOVE LN-ACC-NUMBER TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "DISBURSED ON         :" TO LT-LABEL
           MOVE LN-START-DATE TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-AMOUNT-LINE
           MOVE "PRINCIPAL DISBURSED  :" TO LT-AMT-LABEL
           MOVE LN-PRINCIPAL TO LT-AMOUNT
           WRITE LETTER-LINE FROM LT-AMOUNT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "INSTALMENTS PAID     :" TO LT-LABEL
           MOVE LN-PAID-COUNT TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LT-AMOUNT-LINE
           MOVE "PRINCIPAL OUTSTANDING:" TO LT-AMT-LABEL
           MOVE OLD-OUTSTANDING TO LT-AMOUNT
           WRITE LETTER-LINE FROM LT-AMOUNT-LINE
           MOVE SPACES TO LT-AMOUNT-LINE
           MOVE "INTEREST TO DATE     :" TO LT-AMT-LABEL
           MOVE PAYOFF-INTEREST TO LT-AMOUNT
           WRITE LETTER-LINE FROM LT-AMOUNT-LINE
           MOVE SPACES TO LT-AMOUNT-LINE
           MOVE "PREPAYMENT CHARGE    :" TO LT-AMT-LABEL
           MOVE PREPAY-CHARGE TO LT-AMOUNT
           WRITE LETTER-LINE FROM LT-AMOUNT-LINE
           MOVE SPACES TO LT-AMOUNT-LINE
           MOVE "TOTAL RECEIVED       :" TO LT-AMT-LABEL
           MOVE PAYOFF-TOTAL TO LT-AMOUNT
           WRITE LETTER-LINE FROM LT-AMOUNT-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "THE LOAN HAS BEEN REPAID IN FULL AND IS CLOSED. "
               "NO FURTHER" DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "INSTALMENTS WILL BE COLLECTED FROM THE LINKED "
               "ACCOUNT." DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           CLOSE LETTER-FILE.

       FIND-BORROWER.
      *    THE BORROWER IS THE PRIMARY HOLDER OF THE LINKED ACCOUNT
           MOVE SPACES TO LT-CUST-NAME
           MOVE SPACES TO LT-CUST-ADDRESS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE LN-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 0 TO ACC-CUST-ID
                   NOT INVALID KEY
                       MOVE ACC-NAME TO LT-CUST-NAME
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID = ACC-CUST-ID
                               AND ACC-CUST-ID NOT = 0
                               MOVE CUST-NAME TO LT-CUST-NAME
                               MOVE CUST-ADDRESS TO LT-CUST-ADDRESS
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       NEW-LOAN-APPLICATION.
      *    MAKER SIDE: THE APPLICATION IS KEYED, ASSESSED AGAINST THE
      *    APPLICANT'S INCOME AND PARKED PENDING A SANCTION
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO LOAN-APP-REC

           DISPLAY "APPLICANT CUSTOMER ID:"
           ACCEPT LA-CUST-ID
           PERFORM CHECK-APPLICANT-CUSTOMER

           IF APP-OK-FLAG = "Y"
               DISPLAY "ACCOUNT TO PAY INTO AND COLLECT FROM:"
               ACCEPT LA-ACC-NUMBER
               MOVE LA-ACC-NUMBER TO VER-ACC-IN
               PERFORM VERIFY-KEYED-ACC
               IF VER-ACC-OK = "N"
                   MOVE "N" TO APP-OK-FLAG
               ELSE
                   PERFORM CHECK-APPLICANT-ACCOUNT
               END-IF
           END-IF

           IF APP-OK-FLAG = "Y"
               PERFORM KEY-APPLICATION-TERMS
           END-IF

           IF APP-OK-FLAG = "Y"
               PERFORM KEY-APPLICANT-INCOME
           END-IF

           IF APP-OK-FLAG = "Y"
               PERFORM ASSESS-ELIGIBILITY
               PERFORM RECORD-APPLICATION
           ELSE
               DISPLAY "APPLICATION NOT RECORDED"
           END-IF.

       CHECK-APPLICANT-CUSTOMER.
           MOVE "N" TO APP-OK-FLAG

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID = LA-CUST-ID
                               MOVE "Y" TO EOF-FLAG
                               IF CUST-STATUS = "ACTIVE"
                                   MOVE "Y" TO APP-OK-FLAG
                                   DISPLAY "APPLICANT: " CUST-NAME
                               ELSE
                                   DISPLAY "CUSTOMER IS " CUST-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF

           IF APP-OK-FLAG = "N"
               DISPLAY "NO ACTIVE CUSTOMER " LA-CUST-ID
           END-IF.

       CHECK-APPLICANT-ACCOUNT.
      *    THE LOAN MUST RUN THROUGH AN OPEN ACCOUNT OF THE
      *    APPLICANT'S OWN
           MOVE "N" TO APP-OK-FLAG

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE LA-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACC-CLOSED-FLAG = "C"
                               DISPLAY "ACCOUNT IS CLOSED"
                           WHEN ACC-CUST-ID NOT = LA-CUST-ID
                               DISPLAY "ACCOUNT BELONGS TO CUSTOMER "
                                   ACC-CUST-ID
                           WHEN OTHER
                               MOVE "Y" TO APP-OK-FLAG
                       END-EVALUATE
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
           END-IF.

       KEY-APPLICATION-TERMS.
           DISPLAY "AMOUNT REQUESTED:"
           ACCEPT LA-AMOUNT
           DISPLAY "ANNUAL RATE (E.G. 1200 FOR 12 PCT):"
           ACCEPT WS-RATE-IN
           COMPUTE LA-ANNUAL-RATE = WS-RATE-IN / 100
           DISPLAY "TERM IN MONTHS:"
           ACCEPT LA-TERM-MONTHS
           DISPLAY "PURPOSE:"
           ACCEPT LA-PURPOSE

      *    THE TRANSACTION LOG CARRIES FIVE WHOLE DIGITS; A LARGER
      *    DISBURSEMENT COULD NOT BE LOGGED OR RECONCILED FAITHFULLY
           EVALUATE TRUE
               WHEN LA-AMOUNT = 0
                   DISPLAY "NO AMOUNT REQUESTED"
                   MOVE "N" TO APP-OK-FLAG
               WHEN LA-AMOUNT > 99999
                   DISPLAY "AMOUNT EXCEEDS THE 99999 POSTING LIMIT"
                   MOVE "N" TO APP-OK-FLAG
               WHEN LA-TERM-MONTHS = 0
                   DISPLAY "TERM MUST BE AT LEAST ONE MONTH"
                   MOVE "N" TO APP-OK-FLAG
           END-EVALUATE.

       KEY-APPLICANT-INCOME.
      *    STAFF ARE ASSESSED ON WHAT PAYROLL LAST PAID THEM; OTHER
      *    APPLICANTS ON THE MONTHLY INCOME THEY DECLARE
           DISPLAY "STAFF EMPLOYEE ID (0 IF NOT STAFF):"
           ACCEPT LA-EMP-ID

           IF LA-EMP-ID NOT = 0
               PERFORM FIND-STAFF-NET-PAY
               IF PAY-FOUND-FLAG = "N"
                   DISPLAY "NO PAY HISTORY FOR EMPLOYEE " LA-EMP-ID
                   MOVE "N" TO APP-OK-FLAG
               ELSE
                   MOVE "S" TO LA-INCOME-SOURCE
                   DISPLAY "NET PAY FOR " BEST-PERIOD ": " LA-INCOME
               END-IF
           ELSE
               DISPLAY "DECLARED MONTHLY INCOME:"
               ACCEPT LA-INCOME
               MOVE "D" TO LA-INCOME-SOURCE
               IF LA-INCOME = 0
                   DISPLAY "NO INCOME DECLARED"
                   MOVE "N" TO APP-OK-FLAG
               END-IF
           END-IF.

       FIND-STAFF-NET-PAY.
      *    THE LATEST REGULAR PAY RECORD FOR THE EMPLOYEE;
      *    ADJUSTMENT RECORDS ARE ONE-OFFS AND ARE NOT INCOME
           MOVE "N" TO PAY-FOUND-FLAG
           MOVE 0 TO BEST-PERIOD

           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE "N" TO HIST-EOF-FLAG
               PERFORM UNTIL HIST-EOF-FLAG = "Y"
                   READ SALARY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF SH-EMP-ID = LA-EMP-ID
                               AND (SH-REC-TYPE = "R"
                                   OR SH-REC-TYPE = SPACE)
                               AND SH-PERIOD >= BEST-PERIOD
                               MOVE "Y" TO PAY-FOUND-FLAG
                               MOVE SH-PERIOD TO BEST-PERIOD
                               MOVE SH-NET-SALARY TO LA-INCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

       ASSESS-ELIGIBILITY.
      *    THE NEW EMI, THE EMIS ALREADY RUNNING ON THE APPLICANT'S
      *    ACTIVE LOANS AND THOSE SANCTIONED BUT NOT YET PAID OUT
      *    TOGETHER MAY NOT PASS THE CAP
           MOVE LA-ANNUAL-RATE TO LN-ANNUAL-RATE
           MOVE LA-AMOUNT TO WS-CALC-PRINCIPAL
           MOVE LA-TERM-MONTHS TO WS-CALC-TERM
           PERFORM COMPUTE-EMI
           COMPUTE LA-EMI ROUNDED = WS-EMI-CALC

           MOVE LOAN-APP-REC TO APP-HOLD-REC
           MOVE LA-CUST-ID TO APP-CUST-ID
           MOVE 0 TO WS-OTHER-EMI
           PERFORM SUM-RUNNING-EMIS
           PERFORM SCAN-APPLICATIONS
           MOVE APP-HOLD-REC TO LOAN-APP-REC

           MOVE WS-OTHER-EMI TO LA-OTHER-EMI
           COMPUTE WS-EMI-PCT ROUNDED =
               (LA-EMI + LA-OTHER-EMI) * 100 / LA-INCOME
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-EMI-PCT
           END-COMPUTE
           IF WS-EMI-PCT > 999.99
               MOVE 999.99 TO LA-EMI-PCT
           ELSE
               MOVE WS-EMI-PCT TO LA-EMI-PCT
           END-IF

           IF WS-EMI-PCT > EMI-INCOME-CAP
               MOVE "N" TO LA-ELIGIBLE
           ELSE
               MOVE "Y" TO LA-ELIGIBLE
           END-IF

           DISPLAY "MONTHLY INCOME   : " LA-INCOME
           DISPLAY "NEW EMI          : " LA-EMI
           DISPLAY "EMIS RUNNING     : " LA-OTHER-EMI
           DISPLAY "PCT OF INCOME    : " LA-EMI-PCT
               " (CAP " EMI-INCOME-CAP ")"
           IF LA-ELIGIBLE = "Y"
               DISPLAY "WITHIN THE INCOME CAP"
           ELSE
               DISPLAY "EXCEEDS THE INCOME CAP - CANNOT BE SANCTIONED"
           END-IF.

       SUM-RUNNING-EMIS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               OPEN INPUT ACCOUNT-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LN-STATUS = "ACTIVE"
                               MOVE LN-ACC-NUMBER TO ACC-NUMBER
                               READ ACCOUNT-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF ACC-CUST-ID = APP-CUST-ID
                                           ADD LN-EMI TO WS-OTHER-EMI
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE LOAN-FILE
           END-IF.

       SCAN-APPLICATIONS.
      *    ONE PASS GIVES THE NEXT APPLICATION NUMBER AND ADDS IN
      *    THE APPLICANT'S SANCTIONED APPLICATIONS NOT YET PAID OUT
           MOVE 1 TO NEXT-APP-NO

           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "00" OR WS-APP-STATUS = "05"
               MOVE "N" TO APP-EOF-FLAG
               PERFORM UNTIL APP-EOF-FLAG = "Y"
                   READ LOAN-APP-FILE
                       AT END
                           MOVE "Y" TO APP-EOF-FLAG
                       NOT AT END
                           IF LA-APP-NO >= NEXT-APP-NO
                               COMPUTE NEXT-APP-NO = LA-APP-NO + 1
                           END-IF
                           IF LA-CUST-ID = APP-CUST-ID
                               AND LA-STATUS = "SANCTIONED"
                               ADD LA-EMI TO WS-OTHER-EMI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APP-FILE
           END-IF.

       RECORD-APPLICATION.
           MOVE NEXT-APP-NO TO LA-APP-NO
           MOVE "PENDING" TO LA-STATUS
           MOVE SIGNON-EMP-ID TO LA-MAKER
           MOVE WS-DATE TO LA-APP-DATE
           MOVE 0 TO LA-CHECKER
           MOVE 0 TO LA-DECISION-DATE
           MOVE 0 TO LA-LOAN-NO

           OPEN EXTEND LOAN-APP-FILE
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT LOAN-APP-FILE
           END-IF
           WRITE LOAN-APP-REC
           CLOSE LOAN-APP-FILE

           DISPLAY "APPLICATION " LA-APP-NO
               " RECORDED - AWAITING SANCTION"

           MOVE "LOAN APPLY  " TO AJ-ACTION
           MOVE LA-APP-NO TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       SANCTION-APPLICATIONS.
      *    CHECKER SIDE: EACH PENDING APPLICATION IS SANCTIONED OR
      *    REJECTED; THE OPERATOR WHO KEYED IT MAY NOT DECIDE IT,
      *    AND ONE OVER THE INCOME CAP MAY ONLY BE REJECTED
           MOVE 0 TO APP-DECIDED-COUNT
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "35"
               DISPLAY "NO APPLICATIONS ON FILE"
           ELSE
               OPEN OUTPUT LOAN-APP-TEMP-FILE

               MOVE "N" TO APP-EOF-FLAG
               PERFORM UNTIL APP-EOF-FLAG = "Y"
                   READ LOAN-APP-FILE
                       AT END
                           MOVE "Y" TO APP-EOF-FLAG
                       NOT AT END
                           IF LA-STATUS = "PENDING"
                               PERFORM REVIEW-ONE-APPLICATION
                           END-IF
                           MOVE LOAN-APP-REC TO LOAN-APP-TEMP-REC
                           WRITE LOAN-APP-TEMP-REC
                   END-READ
               END-PERFORM

               CLOSE LOAN-APP-FILE
               CLOSE LOAN-APP-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES THE APPLICATION FILE IN
      *    ONE STEP, SO IT IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-FILENAME
                   WS-APP-FILENAME

               DISPLAY "APPLICATIONS DECIDED: " APP-DECIDED-COUNT
           END-IF.

       REVIEW-ONE-APPLICATION.
           IF LA-MAKER = SIGNON-EMP-ID
               DISPLAY "APPLICATION " LA-APP-NO
                   " WAS KEYED BY YOU - ANOTHER CHECKER MUST "
                   "REVIEW IT"
           ELSE
               PERFORM SHOW-AND-DECIDE-APPLICATION
           END-IF.

       SHOW-AND-DECIDE-APPLICATION.
           DISPLAY " "
           DISPLAY "APPLICATION " LA-APP-NO " KEYED BY " LA-MAKER
               " ON " LA-APP-DATE
           DISPLAY "CUSTOMER : " LA-CUST-ID "  ACCOUNT: "
               LA-ACC-NUMBER
           DISPLAY "AMOUNT   : " LA-AMOUNT "  TERM: " LA-TERM-MONTHS
               "  RATE: " LA-ANNUAL-RATE
           DISPLAY "PURPOSE  : " LA-PURPOSE
           DISPLAY "INCOME   : " LA-INCOME " (" LA-INCOME-SOURCE
               ")  EMI: " LA-EMI "  RUNNING: " LA-OTHER-EMI
           DISPLAY "PCT OF INCOME: " LA-EMI-PCT "  ELIGIBLE: "
               LA-ELIGIBLE

           IF LA-ELIGIBLE = "Y"
               DISPLAY "SANCTION, REJECT OR SKIP? (A/R/S):"
           ELSE
               DISPLAY "OVER THE INCOME CAP - REJECT OR SKIP? (R/S):"
           END-IF
           ACCEPT APP-DECISION

           EVALUATE TRUE
               WHEN APP-DECISION = "A" AND LA-ELIGIBLE = "Y"
                   MOVE "SANCTIONED" TO LA-STATUS
                   MOVE SIGNON-EMP-ID TO LA-CHECKER
                   MOVE WS-DATE TO LA-DECISION-DATE
                   ADD 1 TO APP-DECIDED-COUNT
                   DISPLAY "APPLICATION SANCTIONED"
                   MOVE "LOAN SANCTN " TO AJ-ACTION
                   MOVE LA-APP-NO TO AJ-KEY
                   PERFORM LOG-OPERATOR-ACTION
               WHEN APP-DECISION = "R"
                   MOVE "REJECTED" TO LA-STATUS
                   MOVE SIGNON-EMP-ID TO LA-CHECKER
                   MOVE WS-DATE TO LA-DECISION-DATE
                   ADD 1 TO APP-DECIDED-COUNT
                   DISPLAY "APPLICATION REJECTED"
                   MOVE "LOAN REJECT " TO AJ-ACTION
                   MOVE LA-APP-NO TO AJ-KEY
                   PERFORM LOG-OPERATOR-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-APPLICATION.
           MOVE "N" TO APP-FOUND-FLAG

           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "00" OR WS-APP-STATUS = "05"
               MOVE "N" TO APP-EOF-FLAG
               PERFORM UNTIL APP-EOF-FLAG = "Y"
                   READ LOAN-APP-FILE
                       AT END
                           MOVE "Y" TO APP-EOF-FLAG
                       NOT AT END
                           IF LA-APP-NO = WS-APP-NO
                               MOVE "Y" TO APP-FOUND-FLAG
                               MOVE "Y" TO APP-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-APP-FILE
           END-IF.

       MARK-APPLICATION-DISBURSED.
      *    THE APPLICATION CARRIES THE LOAN NUMBER FROM HERE ON, SO
      *    IT CANNOT BE DISBURSED A SECOND TIME
           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "00" OR WS-APP-STATUS = "05"
               OPEN OUTPUT LOAN-APP-TEMP-FILE

               MOVE "N" TO APP-EOF-FLAG
               PERFORM UNTIL APP-EOF-FLAG = "Y"
                   READ LOAN-APP-FILE
                       AT END
                           MOVE "Y" TO APP-EOF-FLAG
                       NOT AT END
                           IF LA-APP-NO = LN-APP-NO
                               MOVE "DISBURSED" TO LA-STATUS
                               MOVE LN-LOAN-NO TO LA-LOAN-NO
                           END-IF
                           MOVE LOAN-APP-REC TO LOAN-APP-TEMP-REC
                           WRITE LOAN-APP-TEMP-REC
                   END-READ
               END-PERFORM

               CLOSE LOAN-APP-FILE
               CLOSE LOAN-APP-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES THE APPLICATION FILE IN
      *    ONE STEP, SO IT IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-APP-TEMP-FILENAME
                   WS-APP-FILENAME
           END-IF.

       LIST-APPLICATIONS.
           MOVE 0 TO APP-LIST-COUNT

           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "35"
               DISPLAY "NO APPLICATIONS ON FILE"
           ELSE
               DISPLAY "APP   CUST  ACCT  AMOUNT  TERM EMI    PCT    "
                   "STATUS     LOAN"
               MOVE "N" TO APP-EOF-FLAG
               PERFORM UNTIL APP-EOF-FLAG = "Y"
                   READ LOAN-APP-FILE
                       AT END
                           MOVE "Y" TO APP-EOF-FLAG
                       NOT AT END
                           DISPLAY LA-APP-NO " " LA-CUST-ID " "
                               LA-ACC-NUMBER " " LA-AMOUNT " "
                               LA-TERM-MONTHS "  " LA-EMI " "
                               LA-EMI-PCT " " LA-STATUS " "
                               LA-LOAN-NO
                           ADD 1 TO APP-LIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE LOAN-APP-FILE
               DISPLAY "APPLICATIONS ON FILE: " APP-LIST-COUNT
           END-IF.

       SET-STAFF-LOAN.
      *    A LOAN RECOVERED THROUGH PAYROLL CARRIES THE EMPLOYEE ID;
      *    ZERO PUTS IT BACK ON THE NIGHTLY ACCOUNT DEBIT
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               PERFORM SET-STAFF-LOAN-BODY
               CLOSE LOAN-FILE
           ELSE
               IF WS-LOAN-STATUS = "35"
                   DISPLAY "NO LOAN RECORDS FOUND"
               ELSE
                   DISPLAY "LOAN FILE OPEN ERROR, STATUS: "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       SET-STAFF-LOAN-BODY.
           DISPLAY "ENTER LOAN NUMBER:"
           ACCEPT LN-LOAN-NO

           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND"
               NOT INVALID KEY
                   IF LN-STATUS NOT = "ACTIVE"
                       DISPLAY "LOAN IS NOT ACTIVE"
                   ELSE
                       PERFORM KEY-STAFF-EMPLOYEE
                   END-IF
           END-READ.

       KEY-STAFF-EMPLOYEE.
           IF LN-STAFF-EMP-ID = 0
               DISPLAY "LOAN IS COLLECTED FROM ACCOUNT "
                   LN-ACC-NUMBER
           ELSE
               DISPLAY "LOAN IS RECOVERED FROM THE PAY OF EMPLOYEE "
                   LN-STAFF-EMP-ID
           END-IF
           DISPLAY "EMPLOYEE ID TO RECOVER FROM (0 = ACCOUNT DEBIT):"
           ACCEPT STAFF-EMP-IN

           MOVE "Y" TO PAY-FOUND-FLAG
           IF STAFF-EMP-IN NOT = 0
               MOVE STAFF-EMP-IN TO LA-EMP-ID
               PERFORM FIND-STAFF-NET-PAY
           END-IF

           IF PAY-FOUND-FLAG = "N"
               DISPLAY "NO PAY HISTORY FOR EMPLOYEE " STAFF-EMP-IN
                   " - LOAN NOT CHANGED"
           ELSE
               MOVE STAFF-EMP-IN TO LN-STAFF-EMP-ID
               REWRITE LOAN-REC
               DISPLAY "LOAN " LN-LOAN-NO " UPDATED"
               MOVE "STAFF LOAN  " TO AJ-ACTION
               MOVE LN-LOAN-NO TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       POST-PAYROLL-RECOVERIES.
      *    EVERY PENDING LINE IS ONE INSTALMENT ALREADY TAKEN FROM
      *    PAY; A LOAN THAT HAS SINCE CLOSED CANNOT TAKE IT, SO THE
      *    LINE IS MARKED UNAPPLD FOR THE EMPLOYEE TO BE REFUNDED
           MOVE 0 TO RECOV-POSTED-COUNT
           MOVE 0 TO RECOV-UNAPPLD-COUNT
           MOVE 0 TO RECOV-POSTED-TOTAL
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "35"
               DISPLAY "NO PAYROLL RECOVERIES ON FILE"
           ELSE
               OPEN I-O LOAN-FILE
               IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
                   OPEN OUTPUT RECOVERY-TEMP-FILE
                   MOVE "N" TO RECOV-EOF-FLAG
                   PERFORM UNTIL RECOV-EOF-FLAG = "Y"
                       READ RECOVERY-FILE
                           AT END
                               MOVE "Y" TO RECOV-EOF-FLAG
                           NOT AT END
                               IF SR-STATUS = "PENDING"
                                   PERFORM APPLY-PAYROLL-RECOVERY
                               END-IF
                               MOVE STAFF-LOAN-RECOVERY-REC
                                   TO RECOVERY-TEMP-REC
                               WRITE RECOVERY-TEMP-REC
                       END-READ
                   END-PERFORM
                   CLOSE RECOVERY-TEMP-FILE
                   CLOSE LOAN-FILE
                   CLOSE RECOVERY-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES THE RECOVERY FILE IN
      *    ONE STEP, SO IT IS NEVER IN A DELETED STATE
                   CALL "CBL_RENAME_FILE" USING WS-RECOV-TEMP-FILENAME
                       WS-RECOV-FILENAME

                   DISPLAY "INSTALMENTS POSTED  : " RECOV-POSTED-COUNT
                   DISPLAY "TOTAL POSTED        : " RECOV-POSTED-TOTAL
                   DISPLAY "UNAPPLIED (REFUND)  : " RECOV-UNAPPLD-COUNT
                   MOVE "PAYROLL RECV" TO AJ-ACTION
                   MOVE WS-DATE TO AJ-KEY
                   PERFORM LOG-OPERATOR-ACTION
               ELSE
                   CLOSE RECOVERY-FILE
                   DISPLAY "LOAN FILE OPEN ERROR, STATUS: "
                       WS-LOAN-STATUS
               END-IF
           END-IF.

       APPLY-PAYROLL-RECOVERY.
           MOVE SR-LOAN-NO TO LN-LOAN-NO
           READ LOAN-FILE
               INVALID KEY
                   MOVE "UNAPPLD" TO SR-STATUS
               NOT INVALID KEY
                   IF LN-STATUS = "ACTIVE"
                       PERFORM APPLY-RECOVERED-INSTALMENT
                       MOVE "POSTED" TO SR-STATUS
                   ELSE
                       MOVE "UNAPPLD" TO SR-STATUS
                   END-IF
           END-READ

           MOVE WS-DATE TO SR-POST-DATE
           IF SR-STATUS = "POSTED"
               ADD 1 TO RECOV-POSTED-COUNT
               ADD SR-AMOUNT TO RECOV-POSTED-TOTAL
           ELSE
               ADD 1 TO RECOV-UNAPPLD-COUNT
               DISPLAY "LOAN " SR-LOAN-NO " NOT ACTIVE - "
                   SR-AMOUNT " FROM EMPLOYEE " SR-EMP-ID
                   " TO BE REFUNDED"
           END-IF.

       APPLY-RECOVERED-INSTALMENT.
      *    SAME SPLIT AS A TELLER-POSTED REPAYMENT, ON THE AMOUNT
      *    PAYROLL ACTUALLY DEDUCTED
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200
           COMPUTE WS-INT-PART ROUNDED =
               LN-OUTSTANDING * WS-MONTH-RATE
           COMPUTE WS-PRIN-PART = SR-AMOUNT - WS-INT-PART
           IF WS-PRIN-PART > LN-OUTSTANDING
               MOVE LN-OUTSTANDING TO WS-PRIN-PART
           END-IF

           SUBTRACT WS-PRIN-PART FROM LN-OUTSTANDING
           ADD 1 TO LN-PAID-COUNT
           IF LN-OUTSTANDING = 0
               MOVE "CLOSED" TO LN-STATUS
           END-IF

           REWRITE LOAN-REC

           MOVE "LOANRPAY" TO WS-LOG-TYPE
           MOVE SR-AMOUNT TO WS-LOG-AMOUNT
           MOVE LN-OUTSTANDING TO WS-LOG-BALANCE
           MOVE SPACES TO WS-LOG-REF
           STRING "PAYROLL" SR-PERIOD DELIMITED BY SIZE
               INTO WS-LOG-REF
           PERFORM LOG-LOAN-ENTRY.

       LOAD-LOAN-RATES.
      *    PICK THE RATE SET IN FORCE TODAY FOR THE MINIMUM SAVINGS
      *    BALANCE FLOOR, THE PREPAYMENT CHARGE AND THE EMI CAP; A
      *    SET KEYED BEFORE THOSE EXISTED LEAVES THE DEFAULTS
           ACCEPT WS-DATE FROM DATE YYYYMMDD
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
                               IF RT-PREPAY-CHG-RATE NUMERIC
                                   MOVE RT-PREPAY-CHG-RATE
                                       TO PREPAY-CHG-RATE
                               END-IF
                               IF RT-EMI-INCOME-CAP NUMERIC
                                   AND RT-EMI-INCOME-CAP > 0
                                   MOVE RT-EMI-INCOME-CAP
                                       TO EMI-INCOME-CAP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "LOANSYS     " TO AJ-PROGRAM
           CALL "ACTLOG" USING ACTJRNL-AREA.

       LOG-LOAN-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES        TO TL-REF
           MOVE SPACES        TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
      *    AN ACCOUNT DEBIT CARRIES THE ACCOUNT'S HOME BRANCH
           IF WS-LOG-BRANCH = 0
               MOVE SIGNON-BRANCH TO TL-BRANCH
           ELSE
               MOVE WS-LOG-BRANCH TO TL-BRANCH
           END-IF
           IF WS-LOG-REF = SPACES
               STRING "LOAN" LN-LOAN-NO DELIMITED BY SIZE
                   INTO TL-REF
           ELSE
               MOVE WS-LOG-REF TO TL-REF
           END-IF

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           MOVE SPACES TO WS-LOG-REF
           MOVE 0 TO WS-LOG-BRANCH

           CLOSE TRANSACTION-LOG-FILE.

       ARREARS-REPORT.
