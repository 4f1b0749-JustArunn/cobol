           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-MANDATE-FILE ASSIGN TO "sweep-mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATE-STATUS.

           SELECT MANDATE-TEMP-FILE ASSIGN TO "sweep-mandates.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-LOG-FILE ASSIGN TO "sweep-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWEEP-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD SWEEP-MANDATE-FILE.
       COPY SWEEPMND.

       FD MANDATE-TEMP-FILE.
       COPY SWEEPMND REPLACING
           ==SWEEP-MANDATE-REC== BY ==MANDATE-TEMP-REC==
           LEADING ==SM== BY ==MT==.

       FD SWEEP-LOG-FILE.
       COPY SWEEPLOG.

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       COPY TDSCALC.
       01 CHOICE            PIC 9 VALUE 0.
       01 WS-TD-STATUS      PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 WS-MANDATE-STATUS PIC X(2).
       01 WS-SWEEP-LOG-STATUS PIC X(2).
       01 EOF-FLAG          PIC X VALUE "N".
       01 RATES-EOF-FLAG    PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-MAT-YM         PIC 9(6).

       COPY SIGNONWS.
       COPY PERCHK.
       COPY RPTWS.
       COPY CHKDGT.

       01 WS-LOG-BALANCE    PIC S9(7)V99.
       01 WS-LOG-ACC        PIC 9(5).

       01 WS-MANDATE-FILENAME PIC X(20) VALUE "sweep-mandates.dat".
       01 WS-MANDATE-TEMP-FILENAME PIC X(20)
           VALUE "sweep-mandates.tmp".
       01 SWEEP-ACC         PIC 9(5).
       01 SWEEP-ACC-OK      PIC X.
       01 NEW-MANDATE-FLAG  PIC X.
       01 MANDATE-FOUND-FLAG PIC X.
       01 SWEEP-LINE-COUNT  PIC 9(5).
       01 WS-THRESHOLD-IN   PIC 9(7)V99.
       01 WS-UNIT-IN        PIC 9(5).
       01 WS-TERM-IN        PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-MENU.
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 9

               DISPLAY " "
               DISPLAY "===== TERM DEPOSIT SYSTEM ====="
               DISPLAY "3. PREMATURE CLOSURE"
               DISPLAY "4. MATURITY BATCH RUN"
               DISPLAY "5. MATURITIES FALLING DUE REPORT"
               DISPLAY "6. SET SWEEP MANDATE"
               DISPLAY "7. CANCEL SWEEP MANDATE"
               DISPLAY "8. SWEEP MANDATE AND HISTORY"
               DISPLAY "9. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM OPEN-DEPOSIT
                       END-IF
                   WHEN 2 PERFORM DISPLAY-DEPOSITS
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM PREMATURE-CLOSURE
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM MATURITY-BATCH
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 5 PERFORM MATURITIES-DUE-REPORT
                   WHEN 6
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-SWEEP-MANDATE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 7
                       IF SIGNON-SUPERVISOR
                           PERFORM CANCEL-SWEEP-MANDATE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 8 PERFORM SHOW-SWEEP-HISTORY
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

       OPEN-DEPOSIT.
           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-TD-STATUS = "35"
                       DISPLAY "DEPOSIT NUMBER ALREADY EXISTS - "
                           "RETURNING THE FUNDING DEBIT"
                       MOVE TDP-PRINCIPAL TO WS-PAYOUT-AMT
                       MOVE 0 TO WS-INT-AMOUNT
                       PERFORM CREDIT-PAYOUT
                   NOT INVALID KEY
                       DISPLAY "TERM DEPOSIT " TDP-NUMBER " OPENED, "
           MOVE BALANCE TO WS-LOG-BALANCE
           MOVE ACC-NUMBER TO WS-LOG-ACC
           PERFORM LOG-TD-ENTRY
           IF WS-INT-AMOUNT > 0
               PERFORM WITHHOLD-INTEREST-TAX
           END-IF
           MOVE "Y" TO FUND-OK-FLAG.

       WITHHOLD-INTEREST-TAX.
      *    THE INTEREST PART OF THE PAYOUT COUNTS TOWARDS THE
      *    ACCOUNT HOLDER'S YEAR TOTAL; TAX DUE COMES STRAIGHT BACK
      *    OUT AS ITS OWN TDS ENTRY
           MOVE ACC-CUST-ID   TO TC-CUST-ID
           MOVE ACC-NUMBER    TO TC-ACC-NUMBER
           MOVE "TD  "        TO TC-SOURCE
           MOVE SPACES        TO TC-REF
           STRING "TD" TDP-NUMBER DELIMITED BY SIZE INTO TC-REF
           MOVE WS-INT-AMOUNT TO TC-INTEREST
           CALL "TDSCALC" USING TDSCALC-AREA

           IF TC-TDS > 0
               SUBTRACT TC-TDS FROM BALANCE
               REWRITE ACCOUNT-REC
               MOVE "TDS     " TO WS-LOG-TYPE
               MOVE TC-TDS TO WS-LOG-AMOUNT
               MOVE BALANCE TO WS-LOG-BALANCE
               PERFORM LOG-TD-ENTRY
               DISPLAY "TAX WITHHELD FROM DEPOSIT " TDP-NUMBER
                   " INTEREST: " TC-TDS
           END-IF.

       MATURITIES-DUE-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM):"
           ACCEPT WS-REPORT-MONTH
               DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME
           END-IF.

       SET-SWEEP-MANDATE.
      *    ONE ACTIVE MANDATE PER SAVINGS ACCOUNT: A NEW ONE
      *    CANCELS THE ONE IT REPLACES, WHICH STAYS ON FILE
           DISPLAY "SAVINGS ACCOUNT NUMBER:"
           ACCEPT SWEEP-ACC

           MOVE SWEEP-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "MANDATE NOT SET"
           ELSE
               PERFORM CHECK-SWEEP-ACCOUNT
               IF SWEEP-ACC-OK = "Y"
                   PERFORM SET-SWEEP-MANDATE-TERMS
               END-IF
           END-IF.

       CHECK-SWEEP-ACCOUNT.
           MOVE "N" TO SWEEP-ACC-OK
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE SWEEP-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       IF ACC-CLOSED-FLAG = "C"
                           DISPLAY "ACCOUNT IS CLOSED"
                       ELSE
                           IF ACC-TYPE = "C"
                               DISPLAY "ONLY SAVINGS ACCOUNTS SWEEP"
                           ELSE
                               MOVE "Y" TO SWEEP-ACC-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
           END-IF.

       SET-SWEEP-MANDATE-TERMS.
           PERFORM LOAD-BANK-RATES

           DISPLAY "THRESHOLD TO KEEP IN SAVINGS:"
           ACCEPT WS-THRESHOLD-IN
           DISPLAY "SWEEP UNIT (DEPOSITS OPEN IN MULTIPLES OF):"
           ACCEPT WS-UNIT-IN
           DISPLAY "DEPOSIT TERM IN MONTHS:"
           ACCEPT WS-TERM-IN
           DISPLAY "DEPOSIT RATE (E.G. 0650 FOR 6.5 PCT):"
           ACCEPT WS-RATE-IN

           EVALUATE TRUE
               WHEN WS-THRESHOLD-IN < MIN-SAVINGS-BALANCE
                   DISPLAY "THRESHOLD IS BELOW THE MINIMUM SAVINGS "
                       "BALANCE OF " MIN-SAVINGS-BALANCE " - NOT SET"
               WHEN WS-UNIT-IN = 0 OR WS-TERM-IN = 0
                   DISPLAY "UNIT AND TERM MUST BE NON-ZERO - NOT SET"
               WHEN OTHER
                   MOVE "Y" TO NEW-MANDATE-FLAG
                   PERFORM REWRITE-SWEEP-MANDATES
                   DISPLAY "SWEEP MANDATE SET FOR ACCOUNT " SWEEP-ACC
           END-EVALUATE.

       CANCEL-SWEEP-MANDATE.
           DISPLAY "SAVINGS ACCOUNT NUMBER:"
           ACCEPT SWEEP-ACC

      *    SWEPT DEPOSITS ALREADY OPEN RUN ON TO MATURITY; THEY ARE
      *    NO LONGER BROKEN TO COVER DEBITS ONCE THE MANDATE GOES
           MOVE "N" TO NEW-MANDATE-FLAG
           PERFORM REWRITE-SWEEP-MANDATES
           IF MANDATE-FOUND-FLAG = "Y"
               DISPLAY "SWEEP MANDATE CANCELLED FOR ACCOUNT "
                   SWEEP-ACC
           ELSE
               DISPLAY "NO ACTIVE SWEEP MANDATE FOR ACCOUNT "
                   SWEEP-ACC
           END-IF.

       REWRITE-SWEEP-MANDATES.
      *    COPY THE MANDATE FILE THROUGH, CANCELLING THE ACCOUNT'S
      *    ACTIVE MANDATE AND ADDING THE NEW ONE AT THE END
           MOVE "N" TO MANDATE-FOUND-FLAG
           OPEN OUTPUT MANDATE-TEMP-FILE
           OPEN INPUT SWEEP-MANDATE-FILE
           IF WS-MANDATE-STATUS = "00" OR WS-MANDATE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SWEEP-MANDATE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SM-ACC-NUMBER = SWEEP-ACC
                               AND SM-STATUS = "ACTIVE"
                               MOVE "CANCEL" TO SM-STATUS
                               ACCEPT SM-SET-DATE FROM DATE YYYYMMDD
                               MOVE SIGNON-EMP-ID TO SM-SET-BY
                               MOVE "Y" TO MANDATE-FOUND-FLAG
                           END-IF
                           MOVE SWEEP-MANDATE-REC TO MANDATE-TEMP-REC
                           WRITE MANDATE-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE SWEEP-MANDATE-FILE
           END-IF

           IF NEW-MANDATE-FLAG = "Y"
               MOVE SWEEP-ACC TO MT-ACC-NUMBER
               MOVE WS-THRESHOLD-IN TO MT-THRESHOLD
               MOVE WS-UNIT-IN TO MT-UNIT
               MOVE WS-TERM-IN TO MT-TERM-MONTHS
               COMPUTE MT-RATE = WS-RATE-IN / 100
               MOVE "ACTIVE" TO MT-STATUS
               ACCEPT MT-SET-DATE FROM DATE YYYYMMDD
               MOVE SIGNON-EMP-ID TO MT-SET-BY
               WRITE MANDATE-TEMP-REC
           END-IF
           CLOSE MANDATE-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SWEEP-MANDATES.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-MANDATE-TEMP-FILENAME
               WS-MANDATE-FILENAME.

       SHOW-SWEEP-HISTORY.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SWEEP-ACC

           MOVE "N" TO MANDATE-FOUND-FLAG
           OPEN INPUT SWEEP-MANDATE-FILE
           IF WS-MANDATE-STATUS = "00" OR WS-MANDATE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SWEEP-MANDATE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SM-ACC-NUMBER = SWEEP-ACC
                               AND SM-STATUS = "ACTIVE"
                               MOVE "Y" TO MANDATE-FOUND-FLAG
                               DISPLAY "THRESHOLD : " SM-THRESHOLD
                               DISPLAY "UNIT      : " SM-UNIT
                               DISPLAY "TERM      : " SM-TERM-MONTHS
                               DISPLAY "RATE      : " SM-RATE
                               DISPLAY "SET ON    : " SM-SET-DATE
                                   " BY " SM-SET-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-MANDATE-FILE
           END-IF
           IF MANDATE-FOUND-FLAG = "N"
               DISPLAY "NO ACTIVE SWEEP MANDATE"
           END-IF

           DISPLAY "----------------"
           MOVE 0 TO SWEEP-LINE-COUNT
           OPEN INPUT SWEEP-LOG-FILE
           IF WS-SWEEP-LOG-STATUS = "00"
               OR WS-SWEEP-LOG-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SWEEP-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SG-ACC-NUMBER = SWEEP-ACC
                               ADD 1 TO SWEEP-LINE-COUNT
                               DISPLAY SG-DATE " " SG-DIRECTION
                                   " DEPOSIT " SG-TD-NUMBER
                                   " AMOUNT " SG-AMOUNT
                                   " " SG-TRIGGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-LOG-FILE
           END-IF
           DISPLAY "SWEEP MOVEMENTS: " SWEEP-LINE-COUNT.

       LOG-TD-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES         TO TL-REF
           MOVE SPACES         TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID  TO TL-TELLER
           MOVE SIGNON-BRANCH  TO TL-BRANCH
           STRING "TD" TDP-NUMBER DELIMITED BY SIZE
               INTO TL-REF

