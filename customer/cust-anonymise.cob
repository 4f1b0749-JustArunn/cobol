       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CUSTOMER-TEMP-FILE ASSIGN TO "customers-anon.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCK-FILE ASSIGN TO "customers.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT CUST-AUDIT-FILE ASSIGN TO "cust-audit-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-AUDIT-STATUS.

           SELECT AUDIT-TEMP-FILE ASSIGN TO "cust-audit-anon.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-LOG-FILE ASSIGN TO "customer-merge-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-LOG-STATUS.

           SELECT MERGE-TEMP-FILE ASSIGN TO "customer-merge-anon.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ACC-HOLDER-FILE ASSIGN TO "account-holders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDER-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

           SELECT STATEMENT-TEMP-FILE ASSIGN TO "stmt-anon.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD CUSTOMER-FILE.
       COPY CUSTOMER.

       FD CUSTOMER-TEMP-FILE.
       COPY CUSTOMER REPLACING
           ==CUSTOMER-RECORD== BY ==CUSTOMER-TEMP-REC==
           LEADING ==CUST== BY ==CT==.

       FD LOCK-FILE.
       01 LOCK-REC PIC X(14).

       FD CUST-AUDIT-FILE.
       COPY CUSTAUD.

       FD AUDIT-TEMP-FILE.
       01 AUDIT-TEMP-REC PIC X(268).

       FD MERGE-LOG-FILE.
       01 MERGE-LOG-REC.
           05 ML-DATE        PIC 9(8).
           05 ML-SURV-ID     PIC 9(5).
           05 ML-DUP-ID      PIC 9(5).
           05 ML-DUP-NAME    PIC X(20).
           05 ML-DUP-EMAIL   PIC X(25).
           05 ML-ACC-REPOINTED PIC 9(5).

       FD MERGE-TEMP-FILE.
       01 MERGE-TEMP-REC PIC X(68).

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD ACC-HOLDER-FILE.
       COPY ACCHOLD.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD TERM-DEPOSIT-FILE.
       COPY TDREC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(70).

       FD STATEMENT-TEMP-FILE.
       01 STATEMENT-TEMP-LINE PIC X(70).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS  PIC X(2).
       01 WS-LOCK-STATUS      PIC X(2).
       01 WS-CUST-AUDIT-STATUS PIC X(2).
       01 WS-MERGE-LOG-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS   PIC X(2).
       01 WS-HOLDER-STATUS    PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-TD-STATUS        PIC X(2).
       01 WS-LOAN-STATUS      PIC X(2).
       01 WS-STMT-STATUS      PIC X(2).
       01 EOF-FLAG            PIC X.
       01 LOG-EOF-FLAG        PIC X.
       01 STMT-EOF-FLAG       PIC X.
       01 LOCK-OK-FLAG        PIC X.
       01 CONFIRM-ANSWER      PIC X.
       01 WS-DATE             PIC 9(8).
       01 WS-TIME             PIC 9(8).
       01 WS-ENTRY-DATE       PIC 9(8).
       01 WS-AUDIT-START      PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-RETAIN-YEARS     PIC 99.
       01 WS-CUSTOMERS-FILENAME PIC X(30) VALUE "customers.dat".
       01 WS-CUST-TEMP-FILENAME PIC X(30) VALUE "customers-anon.tmp".
       01 WS-AUDIT-FILENAME   PIC X(30) VALUE "cust-audit-log.dat".
       01 WS-AUDIT-TEMP-FILENAME PIC X(30)
           VALUE "cust-audit-anon.tmp".
       01 WS-MERGE-FILENAME   PIC X(30)
           VALUE "customer-merge-log.dat".
       01 WS-MERGE-TEMP-FILENAME PIC X(30)
           VALUE "customer-merge-anon.tmp".
       01 WS-LOCK-FILENAME    PIC X(30) VALUE "customers.lck".
       01 WS-STMT-FILENAME    PIC X(30).
       01 WS-STMT-TEMP-FILENAME PIC X(30) VALUE "stmt-anon.tmp".

      *    WHAT THE PERSONAL FIELDS BECOME. THE CUSTOMER ID, STATUS
      *    AND THE ACCOUNTS THEMSELVES ARE KEPT, SO THE LEDGERS STILL
      *    BALANCE AND THE HISTORY CAN STILL BE COUNTED
       01 ANON-NAME           PIC X(20) VALUE "ANONYMISED".
       01 ANON-ADDRESS        PIC X(30) VALUE "ANONYMISED".

      *    STATEMENT ARCHIVES ARE SEARCHED MONTH BY MONTH FROM THE
      *    FIRST YEAR STATEMENTS WERE KEPT UP TO THE CURRENT MONTH
       01 STMT-FIRST-YEAR     PIC 9(4) VALUE 2000.
       01 SCAN-YEAR           PIC 9(4).
       01 SCAN-MONTH          PIC 99.
       01 WS-CUR-YEAR         PIC 9(4).
       01 WS-CUR-PERIOD       PIC 9(6).
       01 WS-STMT-PERIOD      PIC 9(6).
       01 WS-LINE-HITS        PIC 9(5).
       01 WS-FILE-HITS        PIC 9(5).

      *    CLOSED CUSTOMERS NOT YET ANONYMISED. CD-LAST-DATE IS THE
      *    LATEST DATE ANYTHING HAPPENED TO THEM OR THEIR ACCOUNTS;
      *    CD-HOLD-REASON IS SET WHEN SOMETHING STILL REFERS TO THEM
       01 CAND-COUNT          PIC 9(5) VALUE 0.
       01 CAND-SUB            PIC 9(5).
       01 CAND-HIT            PIC 9(5).
       01 CAND-FOUND-FLAG     PIC X.
       01 WS-FIND-CUST        PIC 9(5).
       01 CAND-TABLE.
           05 CD-ENTRY OCCURS 5000 TIMES.
               10 CD-CUST-ID     PIC 9(5).
               10 CD-NAME        PIC X(20).
               10 CD-ADDRESS     PIC X(30).
               10 CD-LAST-DATE   PIC 9(8).
               10 CD-HOLD-REASON PIC X(20).
               10 CD-PURGE-FLAG  PIC X.
               10 CD-ACC-COUNT   PIC 9(3).
               10 CD-AUD-COUNT   PIC 9(5).
               10 CD-STMT-COUNT  PIC 9(5).
               10 CD-MERGE-COUNT PIC 9(3).

      *    CLOSED ACCOUNTS WHOSE PRIMARY HOLDER IS A CANDIDATE
       01 ACCT-COUNT          PIC 9(5) VALUE 0.
       01 ACCT-SUB            PIC 9(5).
       01 NAME-SUB            PIC 9(5).
       01 ACCT-TABLE.
           05 AN-ENTRY OCCURS 5000 TIMES.
               10 AN-ACC-NUMBER  PIC 9(5).
               10 AN-CAND-SUB    PIC 9(5).
               10 AN-NAME        PIC X(20).

       01 PURGE-COUNT         PIC 9(5) VALUE 0.
       01 HELD-COUNT          PIC 9(5) VALUE 0.
       01 TOTAL-ACC-COUNT     PIC 9(5) VALUE 0.
       01 TOTAL-AUD-COUNT     PIC 9(7) VALUE 0.
       01 TOTAL-STMT-COUNT    PIC 9(7) VALUE 0.
       01 TOTAL-MERGE-COUNT   PIC 9(5) VALUE 0.

      *    AUDIT IMAGES ARE WHOLE CUSTOMER RECORDS, PATCHED THROUGH
      *    THIS OVERLAY
       COPY CUSTOMER REPLACING
           ==CUSTOMER-RECORD== BY ==AUDIT-IMAGE==
           LEADING ==CUST== BY ==AI==.

       COPY SIGNONWS.
       COPY ACTJRNL.
       COPY RPTWS.

       01 AN-CERT-LINE.
           05 CC-CUST        PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CC-LAST-DATE   PIC 9(8).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 CC-ACCOUNTS    PIC ZZ9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 CC-AUDIT       PIC ZZZZ9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 CC-STMTS       PIC ZZZZ9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 CC-MERGES      PIC ZZ9.
           05 FILLER         PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      *    RETENTION RUN. A CLOSED CUSTOMER WITH NO OPEN ACCOUNT,
      *    NO ACTIVE LOAN OR TERM DEPOSIT, AND NOTHING ON FILE FOR
      *    THE RETENTION PERIOD HAS THEIR PERSONAL FIELDS REPLACED
      *    BY PLACEHOLDERS ON THE MASTER, ON THEIR CLOSED ACCOUNTS,
      *    IN EVERY BEFORE/AFTER IMAGE ON THE CUSTOMER AUDIT LOG, ON
      *    THE MERGE LOG AND IN THEIR ARCHIVED STATEMENTS. THE RUN
      *    LEAVES A CERTIFICATE OF WHO WAS ANONYMISED, WHEN AND BY
      *    WHOM. SUPERVISOR ONLY, AND NOTHING IS CHANGED UNTIL THE
      *    LIST HAS BEEN SHOWN AND CONFIRMED
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE (1:6) TO WS-CUR-PERIOD
           MOVE WS-DATE (1:4) TO WS-CUR-YEAR

           DISPLAY "===== CUSTOMER RETENTION RUN " WS-DATE " ====="
           DISPLAY "RETENTION PERIOD IN YEARS (ENTER FOR 7):"
           ACCEPT WS-RETAIN-YEARS
           IF WS-RETAIN-YEARS = 0
               MOVE 7 TO WS-RETAIN-YEARS
           END-IF
           COMPUTE WS-CUTOFF-DATE = WS-DATE - WS-RETAIN-YEARS * 10000
           DISPLAY "NO ACTIVITY SINCE BEFORE " WS-CUTOFF-DATE

           PERFORM ACQUIRE-UPDATE-LOCK
           IF LOCK-OK-FLAG = "N"
               STOP RUN
           END-IF

           PERFORM LOAD-CLOSED-CUSTOMERS
           IF CAND-COUNT = 0
               DISPLAY "NO CLOSED CUSTOMERS AWAITING ANONYMISATION"
               PERFORM RELEASE-UPDATE-LOCK
               STOP RUN
           END-IF

           PERFORM SCAN-AUDIT-LOG-DATES
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               PERFORM CHECK-CUSTOMER-ACCOUNTS
               PERFORM CHECK-JOINT-HOLDINGS
               PERFORM CHECK-ACTIVE-LOANS
               CLOSE ACCOUNT-FILE
           END-IF
           PERFORM CHECK-TERM-DEPOSITS
           PERFORM SELECT-ELIGIBLE-CUSTOMERS

           DISPLAY "CLOSED CUSTOMERS HELD BACK: " HELD-COUNT
           DISPLAY "CUSTOMERS TO ANONYMISE    : " PURGE-COUNT
           IF PURGE-COUNT = 0
               PERFORM RELEASE-UPDATE-LOCK
               STOP RUN
           END-IF

           DISPLAY "THIS CANNOT BE UNDONE. PROCEED (Y/N)?"
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "RUN CANCELLED - NOTHING CHANGED"
               PERFORM RELEASE-UPDATE-LOCK
               STOP RUN
           END-IF

           PERFORM ANONYMISE-CUSTOMER-MASTER
           PERFORM ANONYMISE-ACCOUNT-NAMES
           PERFORM ANONYMISE-AUDIT-LOG
           PERFORM ANONYMISE-MERGE-LOG
           PERFORM ANONYMISE-STATEMENTS
           PERFORM RECORD-ANONYMISATIONS
           PERFORM WRITE-CERTIFICATE
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "CUSTOMERS ANONYMISED : " PURGE-COUNT
           DISPLAY "ACCOUNTS RENAMED     : " TOTAL-ACC-COUNT
           DISPLAY "AUDIT IMAGES CLEARED : " TOTAL-AUD-COUNT
           DISPLAY "STATEMENTS CLEARED   : " TOTAL-STMT-COUNT
           DISPLAY "CERTIFICATE WRITTEN: " RPT-FILENAME

           STOP RUN.

       ACQUIRE-UPDATE-LOCK.
      *    SAME LOCK AS CUSTOMER MAINTENANCE: THE RUN REWRITES THE
      *    MASTER AND ITS AUDIT LOG, SO NO OPERATOR MAY BE UPDATING
      *    EITHER MEANWHILE
           MOVE "N" TO LOCK-OK-FLAG

           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
               MOVE WS-DATE TO LOCK-REC
               WRITE LOCK-REC
               CLOSE LOCK-FILE
               MOVE "Y" TO LOCK-OK-FLAG
           ELSE
               CLOSE LOCK-FILE
               DISPLAY "ANOTHER OPERATOR IS UPDATING THE CUSTOMER "
                   "MASTER - RUN AGAIN SHORTLY"
           END-IF.

       RELEASE-UPDATE-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
           MOVE "N" TO LOCK-OK-FLAG.

       LOAD-CLOSED-CUSTOMERS.
      *    A CUSTOMER ALREADY CARRYING THE PLACEHOLDER NAME WAS
      *    DEALT WITH BY AN EARLIER RUN
           MOVE 0 TO CAND-COUNT

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CUST-STATUS = "CLOSED"
                               AND CUST-NAME NOT = ANON-NAME
                               PERFORM TABLE-ONE-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       TABLE-ONE-CANDIDATE.
           IF CAND-COUNT < 5000
               ADD 1 TO CAND-COUNT
               MOVE CUST-ID TO CD-CUST-ID (CAND-COUNT)
               MOVE CUST-NAME TO CD-NAME (CAND-COUNT)
               MOVE CUST-ADDRESS TO CD-ADDRESS (CAND-COUNT)
               MOVE 0 TO CD-LAST-DATE (CAND-COUNT)
               MOVE SPACES TO CD-HOLD-REASON (CAND-COUNT)
               MOVE "N" TO CD-PURGE-FLAG (CAND-COUNT)
               MOVE 0 TO CD-ACC-COUNT (CAND-COUNT)
               MOVE 0 TO CD-AUD-COUNT (CAND-COUNT)
               MOVE 0 TO CD-STMT-COUNT (CAND-COUNT)
               MOVE 0 TO CD-MERGE-COUNT (CAND-COUNT)
           ELSE
               DISPLAY "CANDIDATE TABLE FULL - CUSTOMER " CUST-ID
                   " LEFT FOR THE NEXT RUN"
           END-IF.

       FIND-CANDIDATE.
           MOVE "N" TO CAND-FOUND-FLAG
           MOVE 0 TO CAND-HIT
           PERFORM VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
                       OR CAND-FOUND-FLAG = "Y"
               IF CD-CUST-ID (CAND-SUB) = WS-FIND-CUST
                   MOVE "Y" TO CAND-FOUND-FLAG
                   MOVE CAND-SUB TO CAND-HIT
               END-IF
           END-PERFORM.

       NOTE-ACTIVITY-DATE.
           IF WS-ENTRY-DATE > CD-LAST-DATE (CAND-HIT)
               MOVE WS-ENTRY-DATE TO CD-LAST-DATE (CAND-HIT)
           END-IF.

       SCAN-AUDIT-LOG-DATES.
      *    THE LATEST AUDIT ENTRY FOR EACH CANDIDATE - THE STATUS
      *    CHANGE THAT CLOSED THEM, AS A RULE. THE FIRST ENTRY ON
      *    THE LOG SAYS HOW FAR BACK THE LOG GOES
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUST-AUDIT-STATUS = "00"
               OR WS-CUST-AUDIT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUST-AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           DIVIDE CA-TIMESTAMP BY 1000000
                               GIVING WS-ENTRY-DATE
                           IF WS-AUDIT-START = 0
                               MOVE WS-ENTRY-DATE TO WS-AUDIT-START
                           END-IF
                           MOVE CA-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CANDIDATE
                           IF CAND-FOUND-FLAG = "Y"
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
           END-IF.

       CHECK-CUSTOMER-ACCOUNTS.
      *    AN OPEN ACCOUNT HOLDS THE CUSTOMER BACK; A CLOSED ONE IS
      *    KEPT FOR RENAMING AND ITS LAST LOG ENTRY COUNTS AS
      *    ACTIVITY
           OPEN INPUT TRANSACTION-LOG-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE ACC-CUST-ID TO WS-FIND-CUST
                       PERFORM FIND-CANDIDATE
                       IF CAND-FOUND-FLAG = "Y"
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       CHECK-ONE-ACCOUNT.
           IF ACC-CLOSED-FLAG NOT = "C"
               MOVE "OPEN ACCOUNT" TO CD-HOLD-REASON (CAND-HIT)
           ELSE
               IF ACCT-COUNT < 5000
                   ADD 1 TO ACCT-COUNT
                   MOVE ACC-NUMBER TO AN-ACC-NUMBER (ACCT-COUNT)
                   MOVE CAND-HIT TO AN-CAND-SUB (ACCT-COUNT)
                   MOVE ACC-NAME TO AN-NAME (ACCT-COUNT)
               ELSE
                   MOVE "TOO MANY ACCOUNTS" TO CD-HOLD-REASON (CAND-HIT)
               END-IF
               PERFORM FIND-LAST-LOG-DATE
           END-IF.

       FIND-LAST-LOG-DATE.
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE "N" TO LOG-EOF-FLAG
               MOVE ACC-NUMBER TO TL-ACC-NUMBER
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
                           IF TL-ACC-NUMBER NOT = ACC-NUMBER
                               MOVE "Y" TO LOG-EOF-FLAG
                           ELSE
                               DIVIDE TL-TIMESTAMP BY 1000000
                                   GIVING WS-ENTRY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-JOINT-HOLDINGS.
      *    A CANDIDATE STILL NAMED AS JOINT HOLDER OR NOMINEE ON
      *    SOMEONE ELSE'S OPEN ACCOUNT IS STILL A CUSTOMER OF OURS
           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AH-STATUS = "ACTIVE"
                               MOVE AH-CUST-ID TO WS-FIND-CUST
                               PERFORM FIND-CANDIDATE
                               IF CAND-FOUND-FLAG = "Y"
                                   PERFORM CHECK-ONE-HOLDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
           END-IF.

       CHECK-ONE-HOLDING.
           MOVE AH-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-CLOSED-FLAG NOT = "C"
                       MOVE "JOINT HOLDER" TO CD-HOLD-REASON (CAND-HIT)
                   END-IF
           END-READ.

       CHECK-ACTIVE-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LN-STATUS = "ACTIVE"
                               PERFORM CHECK-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       CHECK-ONE-LOAN.
           MOVE LN-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-FIND-CUST
                   PERFORM FIND-CANDIDATE
                   IF CAND-FOUND-FLAG = "Y"
                       MOVE "ACTIVE LOAN" TO CD-HOLD-REASON (CAND-HIT)
                   END-IF
           END-READ.

       CHECK-TERM-DEPOSITS.
      *    A RUNNING DEPOSIT HOLDS THE CUSTOMER BACK; A FINISHED ONE
      *    COUNTS AS ACTIVITY UP TO ITS MATURITY DATE
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TD-STATUS = "00" OR WS-TD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE TDP-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CANDIDATE
                           IF CAND-FOUND-FLAG = "Y"
                               PERFORM CHECK-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       CHECK-ONE-DEPOSIT.
           IF TDP-STATUS = "ACTIVE"
               MOVE "ACTIVE DEPOSIT" TO CD-HOLD-REASON (CAND-HIT)
           ELSE
               MOVE TDP-MATURITY-DATE TO WS-ENTRY-DATE
               PERFORM NOTE-ACTIVITY-DATE
           END-IF.

       SELECT-ELIGIBLE-CUSTOMERS.
      *    A CANDIDATE WITH NOTHING DATED ON FILE IS JUDGED FROM THE
      *    START OF THE AUDIT LOG; WITH NO AUDIT LOG AT ALL THERE IS
      *    NO PROOF OF AGE AND THE CUSTOMER IS HELD BACK
           DISPLAY "CUST  NAME                 LAST ACT  RESULT"
           PERFORM VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
               IF CD-LAST-DATE (CAND-SUB) = 0
                   MOVE WS-AUDIT-START TO CD-LAST-DATE (CAND-SUB)
               END-IF
               IF CD-HOLD-REASON (CAND-SUB) = SPACES
                   IF CD-LAST-DATE (CAND-SUB) = 0
                       MOVE "NO DATED HISTORY"
                           TO CD-HOLD-REASON (CAND-SUB)
                   ELSE
                       IF CD-LAST-DATE (CAND-SUB) >= WS-CUTOFF-DATE
                           MOVE "INSIDE RETENTION"
                               TO CD-HOLD-REASON (CAND-SUB)
                       END-IF
                   END-IF
               END-IF
               IF CD-HOLD-REASON (CAND-SUB) = SPACES
                   MOVE "Y" TO CD-PURGE-FLAG (CAND-SUB)
                   ADD 1 TO PURGE-COUNT
                   DISPLAY CD-CUST-ID (CAND-SUB) " "
                       CD-NAME (CAND-SUB) " "
                       CD-LAST-DATE (CAND-SUB) "  ANONYMISE"
               ELSE
                   ADD 1 TO HELD-COUNT
                   DISPLAY CD-CUST-ID (CAND-SUB) " "
                       CD-NAME (CAND-SUB) " "
                       CD-LAST-DATE (CAND-SUB) "  HELD - "
                       CD-HOLD-REASON (CAND-SUB)
               END-IF
           END-PERFORM.

       ANONYMISE-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT CUSTOMER-TEMP-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE CUST-ID TO WS-FIND-CUST
                       PERFORM FIND-CANDIDATE
                       IF CAND-FOUND-FLAG = "Y"
                           IF CD-PURGE-FLAG (CAND-HIT) = "Y"
                               MOVE ANON-NAME TO CUST-NAME
                               MOVE 0 TO CUST-DOB
                               MOVE ANON-ADDRESS TO CUST-ADDRESS
                               MOVE SPACES TO CUST-PHONE
                               MOVE SPACES TO CUST-EMAIL
                           END-IF
                       END-IF
                       WRITE CUSTOMER-TEMP-REC FROM CUSTOMER-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES CUSTOMERS.DAT IN ONE
      *    STEP, SO THE MASTER IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-CUST-TEMP-FILENAME
               WS-CUSTOMERS-FILENAME.

       ANONYMISE-ACCOUNT-NAMES.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               PERFORM VARYING ACCT-SUB FROM 1 BY 1
                       UNTIL ACCT-SUB > ACCT-COUNT
                   MOVE AN-CAND-SUB (ACCT-SUB) TO CAND-HIT
                   IF CD-PURGE-FLAG (CAND-HIT) = "Y"
                       PERFORM RENAME-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       RENAME-ONE-ACCOUNT.
           MOVE AN-ACC-NUMBER (ACCT-SUB) TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANON-NAME TO ACC-NAME
                   REWRITE ACCOUNT-REC
                   ADD 1 TO CD-ACC-COUNT (CAND-HIT)
                   ADD 1 TO TOTAL-ACC-COUNT
           END-READ.

       ANONYMISE-AUDIT-LOG.
      *    THE AUDIT TRAIL ITSELF STAYS - WHO DID WHAT AND WHEN -
      *    BUT NEITHER IMAGE MAY STILL CARRY THE PERSONAL FIELDS
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUST-AUDIT-STATUS = "00"
               OR WS-CUST-AUDIT-STATUS = "05"
               OPEN OUTPUT AUDIT-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUST-AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE CA-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CANDIDATE
                           IF CAND-FOUND-FLAG = "Y"
                               IF CD-PURGE-FLAG (CAND-HIT) = "Y"
                                   PERFORM CLEAR-AUDIT-IMAGES
                               END-IF
                           END-IF
                           WRITE AUDIT-TEMP-REC FROM CUST-AUDIT-REC
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
               CLOSE AUDIT-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES CUST-AUDIT-LOG.DAT IN
      *    ONE STEP, SO THE LOG IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-AUDIT-TEMP-FILENAME
                   WS-AUDIT-FILENAME
           END-IF.

       CLEAR-AUDIT-IMAGES.
           IF CA-BEFORE-REC NOT = SPACES
               MOVE CA-BEFORE-REC TO AUDIT-IMAGE
               PERFORM CLEAR-ONE-IMAGE
               MOVE AUDIT-IMAGE TO CA-BEFORE-REC
           END-IF
           IF CA-AFTER-REC NOT = SPACES
               MOVE CA-AFTER-REC TO AUDIT-IMAGE
               PERFORM CLEAR-ONE-IMAGE
               MOVE AUDIT-IMAGE TO CA-AFTER-REC
           END-IF
           ADD 1 TO CD-AUD-COUNT (CAND-HIT)
           ADD 1 TO TOTAL-AUD-COUNT.

       CLEAR-ONE-IMAGE.
           MOVE ANON-NAME TO AI-NAME
           MOVE 0 TO AI-DOB
           MOVE ANON-ADDRESS TO AI-ADDRESS
           MOVE SPACES TO AI-PHONE
           MOVE SPACES TO AI-EMAIL.

       ANONYMISE-MERGE-LOG.
      *    A DUPLICATE MERGED INTO A CUSTOMER WAS THE SAME PERSON,
      *    SO ITS NAME AND EMAIL GO WITH THE SURVIVOR'S
           OPEN INPUT MERGE-LOG-FILE
           IF WS-MERGE-LOG-STATUS = "00"
               OR WS-MERGE-LOG-STATUS = "05"
               OPEN OUTPUT MERGE-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MERGE-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE ML-SURV-ID TO WS-FIND-CUST
                           PERFORM FIND-CANDIDATE
                           IF CAND-FOUND-FLAG = "Y"
                               IF CD-PURGE-FLAG (CAND-HIT) = "Y"
                                   MOVE ANON-NAME TO ML-DUP-NAME
                                   MOVE SPACES TO ML-DUP-EMAIL
                                   ADD 1 TO CD-MERGE-COUNT (CAND-HIT)
                                   ADD 1 TO TOTAL-MERGE-COUNT
                               END-IF
                           END-IF
                           WRITE MERGE-TEMP-REC FROM MERGE-LOG-REC
                   END-READ
               END-PERFORM
               CLOSE MERGE-LOG-FILE
               CLOSE MERGE-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES THE MERGE LOG IN ONE
      *    STEP, SO IT IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-MERGE-TEMP-FILENAME
                   WS-MERGE-FILENAME
           END-IF.

       ANONYMISE-STATEMENTS.
           PERFORM VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
               IF CD-PURGE-FLAG (CAND-SUB) = "Y"
                   MOVE CAND-SUB TO CAND-HIT
                   PERFORM SCRUB-CUSTOMER-PERIOD
                       VARYING SCAN-YEAR FROM STMT-FIRST-YEAR BY 1
                           UNTIL SCAN-YEAR > WS-CUR-YEAR
                       AFTER SCAN-MONTH FROM 1 BY 1
                           UNTIL SCAN-MONTH > 12
               END-IF
           END-PERFORM.

       SCRUB-CUSTOMER-PERIOD.
      *    THE CONSOLIDATED STATEMENT FOR THE MONTH, THEN THE
      *    STATEMENT OF EACH OF THE CUSTOMER'S OWN ACCOUNTS
           COMPUTE WS-STMT-PERIOD = SCAN-YEAR * 100 + SCAN-MONTH
           IF WS-STMT-PERIOD <= WS-CUR-PERIOD
               MOVE SPACES TO WS-STMT-FILENAME
               STRING "cust-stmt-" CD-CUST-ID (CAND-HIT) "-"
                   WS-STMT-PERIOD ".dat"
                   DELIMITED BY SIZE INTO WS-STMT-FILENAME
               PERFORM SCRUB-STATEMENT-FILE

               PERFORM VARYING ACCT-SUB FROM 1 BY 1
                       UNTIL ACCT-SUB > ACCT-COUNT
                   IF AN-CAND-SUB (ACCT-SUB) = CAND-HIT
                       MOVE SPACES TO WS-STMT-FILENAME
                       STRING "stmt-" AN-ACC-NUMBER (ACCT-SUB) "-"
                           WS-STMT-PERIOD ".dat"
                           DELIMITED BY SIZE INTO WS-STMT-FILENAME
                       PERFORM SCRUB-STATEMENT-FILE
                   END-IF
               END-PERFORM
           END-IF.

       SCRUB-STATEMENT-FILE.
      *    COPY THE STATEMENT LINE BY LINE, REPLACING THE CUSTOMER'S
      *    NAME, ADDRESS AND ACCOUNT TITLES WHEREVER THEY PRINT
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS = "00" OR WS-STMT-STATUS = "05"
               OPEN OUTPUT STATEMENT-TEMP-FILE
               MOVE 0 TO WS-FILE-HITS
               MOVE "N" TO STMT-EOF-FLAG
               PERFORM UNTIL STMT-EOF-FLAG = "Y"
                   READ STATEMENT-FILE
                       AT END
                           MOVE "Y" TO STMT-EOF-FLAG
                       NOT AT END
                           PERFORM SCRUB-STATEMENT-LINE
                           WRITE STATEMENT-TEMP-LINE
                               FROM STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               CLOSE STATEMENT-TEMP-FILE

               IF WS-FILE-HITS > 0
      *    OS-LEVEL SWAP: THE RENAME REPLACES THE STATEMENT IN ONE
      *    STEP, SO IT IS NEVER IN A DELETED STATE
                   CALL "CBL_RENAME_FILE" USING WS-STMT-TEMP-FILENAME
                       WS-STMT-FILENAME
                   ADD 1 TO CD-STMT-COUNT (CAND-HIT)
                   ADD 1 TO TOTAL-STMT-COUNT
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-STMT-TEMP-FILENAME
               END-IF
           END-IF.

       SCRUB-STATEMENT-LINE.
           MOVE 0 TO WS-LINE-HITS
           IF CD-NAME (CAND-HIT) NOT = SPACES
               INSPECT STATEMENT-LINE
                   TALLYING WS-LINE-HITS FOR ALL CD-NAME (CAND-HIT)
                   REPLACING ALL CD-NAME (CAND-HIT) BY ANON-NAME
           END-IF
           IF CD-ADDRESS (CAND-HIT) NOT = SPACES
               INSPECT STATEMENT-LINE
                   TALLYING WS-LINE-HITS FOR ALL CD-ADDRESS (CAND-HIT)
                   REPLACING ALL CD-ADDRESS (CAND-HIT) BY ANON-ADDRESS
           END-IF
           PERFORM VARYING NAME-SUB FROM 1 BY 1
                   UNTIL NAME-SUB > ACCT-COUNT
               IF AN-CAND-SUB (NAME-SUB) = CAND-HIT
                   AND AN-NAME (NAME-SUB) NOT = SPACES
                   INSPECT STATEMENT-LINE
                       TALLYING WS-LINE-HITS FOR ALL AN-NAME (NAME-SUB)
                       REPLACING ALL AN-NAME (NAME-SUB) BY ANON-NAME
               END-IF
           END-PERFORM
           ADD WS-LINE-HITS TO WS-FILE-HITS.

       RECORD-ANONYMISATIONS.
      *    ONE AUDIT ROW PER CUSTOMER SO THE LOG SHOWS WHEN THEIR
      *    HISTORY WAS CLEARED AND BY WHOM; THE AFTER IMAGE IS THE
      *    RECORD AS IT NOW STANDS
           OPEN EXTEND CUST-AUDIT-FILE
           IF WS-CUST-AUDIT-STATUS = "35"
               OPEN OUTPUT CUST-AUDIT-FILE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE CUST-ID TO WS-FIND-CUST
                       PERFORM FIND-CANDIDATE
                       IF CAND-FOUND-FLAG = "Y"
                           IF CD-PURGE-FLAG (CAND-HIT) = "Y"
                               PERFORM WRITE-ANONYMISE-AUDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CUST-AUDIT-FILE.

       WRITE-ANONYMISE-AUDIT.
           STRING WS-DATE WS-TIME (1:6) DELIMITED BY SIZE
               INTO CA-TIMESTAMP
           MOVE SIGNON-EMP-ID TO CA-EMP-ID
           MOVE "ANONYM" TO CA-OPERATION
           MOVE CUST-ID TO CA-CUST-ID
           MOVE SPACES TO CA-BEFORE-REC
           MOVE CUSTOMER-RECORD TO CA-AFTER-REC
           WRITE CUST-AUDIT-REC

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "CUSTANON" TO AJ-PROGRAM
           MOVE "ANONYMISE" TO AJ-ACTION
           MOVE CUST-ID TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA.

       WRITE-CERTIFICATE.
      *    THE CERTIFICATE NAMES THE CUSTOMERS BY NUMBER ONLY AND
      *    SAYS WHAT WAS CLEARED FOR EACH OF THEM
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "anonymisation-cert-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "CERTIFICATE OF ANONYMISATION " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "CUST   LAST ACT  ACCOUNTS  AUDIT ROWS  STMTS  "
               & "MERGES" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE SPACES TO RPT-DETAIL
           STRING "RUN " WS-DATE " AT " WS-TIME (1:6)
               " BY OPERATOR " SIGNON-EMP-ID
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "RETENTION " WS-RETAIN-YEARS
               " YEARS - NO ACTIVITY SINCE BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
               IF CD-PURGE-FLAG (CAND-SUB) = "Y"
                   MOVE SPACES TO AN-CERT-LINE
                   MOVE CD-CUST-ID (CAND-SUB) TO CC-CUST
                   MOVE CD-LAST-DATE (CAND-SUB) TO CC-LAST-DATE
                   MOVE CD-ACC-COUNT (CAND-SUB) TO CC-ACCOUNTS
                   MOVE CD-AUD-COUNT (CAND-SUB) TO CC-AUDIT
                   MOVE CD-STMT-COUNT (CAND-SUB) TO CC-STMTS
                   MOVE CD-MERGE-COUNT (CAND-SUB) TO CC-MERGES
                   MOVE AN-CERT-LINE TO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "CUSTOMERS " PURGE-COUNT "  ACCOUNTS " TOTAL-ACC-COUNT
               "  AUDIT ROWS " TOTAL-AUD-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "STATEMENTS " TOTAL-STMT-COUNT
               "  MERGE LOG ROWS " TOTAL-MERGE-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "NAME, DATE OF BIRTH, ADDRESS, PHONE AND EMAIL "
               & "REPLACED BY PLACEHOLDERS" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF CERTIFICATE" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO RPT-PAGE-NUM
           MOVE RPT-TITLE TO RPT-H-TITLE
           MOVE RPT-PAGE-NUM TO RPT-H-PAGE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO RPT-LINE-COUNT.
