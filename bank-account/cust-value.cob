       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTVALUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CUSTOMER-TEMP-FILE ASSIGN TO "customers-value.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCK-FILE ASSIGN TO "customers.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SEGMENT-BAND-FILE ASSIGN TO "segment-bands.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAND-STATUS.

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

       FD SEGMENT-BAND-FILE.
       COPY SEGBAND.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD TERM-DEPOSIT-FILE.
       COPY TDREC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-LOCK-STATUS     PIC X(2).
       01 WS-BAND-STATUS     PIC X(2).
       01 WS-ACCOUNT-STATUS  PIC X(2).
       01 WS-LOG-STATUS      PIC X(2).
       01 WS-TD-STATUS       PIC X(2).
       01 WS-LOAN-STATUS     PIC X(2).
       01 EOF-FLAG           PIC X.
       01 LOG-EOF-FLAG       PIC X.
       01 LOCK-OK-FLAG       PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-VOLUME-FROM     PIC 9(8).
       01 WS-ENTRY-DATE      PIC 9(8).
       01 WS-CUSTOMERS-FILENAME PIC X(20) VALUE "customers.dat".
       01 WS-TEMP-FILENAME   PIC X(20) VALUE "customers-value.tmp".
       01 WS-LOCK-FILENAME   PIC X(20) VALUE "customers.lck".

      *    ONE ENTRY PER CUSTOMER IN CUSTOMER-FILE ORDER, SO THE
      *    REWRITE PASS CAN PAIR RECORD N WITH ENTRY N; THE MASTER
      *    IS LOCKED FOR THE WHOLE RUN SO THE ORDER CANNOT CHANGE
       01 CUST-COUNT         PIC 9(5) VALUE 0.
       01 CUST-SUB           PIC 9(5).
       01 CUST-HIT           PIC 9(5).
       01 CUST-FOUND-FLAG    PIC X.
       01 WS-FIND-CUST       PIC 9(5).
       01 CUST-TABLE.
           05 CV-ENTRY OCCURS 5000 TIMES.
               10 CV-CUST-ID     PIC 9(5).
               10 CV-NAME        PIC X(20).
               10 CV-LIVE-FLAG   PIC X.
               10 CV-DEPOSITS    PIC 9(11)V99.
               10 CV-TDS         PIC 9(11)V99.
               10 CV-LOANS       PIC 9(11)V99.
               10 CV-VOLUME      PIC 9(13)V99.
               10 CV-OLD-SEG     PIC X.
               10 CV-NEW-SEG     PIC X.

      *    BANDS FROM SEGMENT-BANDS.DAT, OR THE STANDARD THREE WHEN
      *    NONE ARE ON FILE; ENTRY 10 COLLECTS CUSTOMERS NO BAND
      *    TAKES
       01 BAND-COUNT         PIC 9(2) VALUE 0.
       01 BAND-SUB           PIC 9(2).
       01 BEST-BAND          PIC 9(2).
       01 BAND-TABLE.
           05 BD-ENTRY OCCURS 10 TIMES.
               10 BD-CODE        PIC X.
               10 BD-NAME        PIC X(10).
               10 BD-MIN-VALUE   PIC 9(9).
               10 BD-MIN-VOLUME  PIC 9(9).
               10 BD-COUNT       PIC 9(5).
               10 BD-DEPOSITS    PIC 9(13)V99.
               10 BD-TDS         PIC 9(13)V99.
               10 BD-LOANS       PIC 9(13)V99.
               10 BD-VOLUME      PIC 9(15)V99.

       01 WS-VALUE           PIC 9(13)V99.
       01 WS-ACC-VOLUME      PIC 9(13)V99.
       01 CHANGED-COUNT      PIC 9(5) VALUE 0.
       01 VALUED-COUNT       PIC 9(5) VALUE 0.

       COPY RPTWS.

       01 CV-DETAIL-LINE.
           05 CD-CUST        PIC 9(5).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-NAME        PIC X(16).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-DEPOSITS    PIC Z(9)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-TDS         PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-LOANS       PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-VOLUME      PIC Z(9)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-SEG         PIC X(1).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CD-FLAG        PIC X(11).
           05 FILLER         PIC X(2) VALUE SPACES.

       01 CV-SUMMARY-LINE.
           05 CS-NAME        PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CS-COUNT       PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CS-DEPOSITS    PIC Z(10)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CS-TDS         PIC Z(10)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CS-LOANS       PIC Z(10)9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CS-VOLUME      PIC Z(11)9.
           05 FILLER         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

      *    CUSTOMER RELATIONSHIP VALUE RUN. ROLLS UP, PER CUSTOMER,
      *    THE CREDIT BALANCES OF THEIR OPEN ACCOUNTS, THEIR ACTIVE
      *    TERM DEPOSITS, WHAT THEY OWE ON ACTIVE LOANS AND ANY
      *    OVERDRAWN ACCOUNT, AND THE LAST 12 MONTHS' TRANSACTION
      *    VOLUME, THEN PLACES THEM IN A VALUE SEGMENT AND STORES IT
      *    AS CUST-SEGMENT. AN ACCOUNT COUNTS TO ITS PRIMARY HOLDER
      *    (ACC-CUST-ID) ONLY. CLOSED CUSTOMERS KEEP THEIR SEGMENT
      *    AND ARE LEFT OFF THE REPORT
       MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VOLUME-FROM = WS-DATE - 10000

           DISPLAY "===== RELATIONSHIP VALUE RUN " WS-DATE " ====="

           PERFORM ACQUIRE-UPDATE-LOCK
           IF LOCK-OK-FLAG = "N"
               STOP RUN
           END-IF

           PERFORM LOAD-SEGMENT-BANDS
           PERFORM LOAD-CUSTOMERS
           IF CUST-COUNT = 0
               DISPLAY "NO CUSTOMER RECORDS FOUND"
               PERFORM RELEASE-UPDATE-LOCK
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               PERFORM ADD-ACCOUNT-BALANCES
               PERFORM ADD-LOANS-OUTSTANDING
               CLOSE ACCOUNT-FILE
           END-IF
           PERFORM ADD-TERM-DEPOSITS

           PERFORM OPEN-VALUE-REPORT
           PERFORM SEGMENT-ALL-CUSTOMERS
           PERFORM WRITE-SEGMENT-SUMMARY
           CLOSE REPORT-FILE

           PERFORM STORE-CUSTOMER-SEGMENTS
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "CUSTOMERS VALUED      : " VALUED-COUNT
           DISPLAY "CHANGED SEGMENT       : " CHANGED-COUNT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           STOP RUN.

       ACQUIRE-UPDATE-LOCK.
      *    SAME LOCK AS CUSTOMER MAINTENANCE: THE RUN REWRITES THE
      *    MASTER, SO NO OPERATOR MAY BE UPDATING IT MEANWHILE
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

       LOAD-SEGMENT-BANDS.
           MOVE 0 TO BAND-COUNT

           OPEN INPUT SEGMENT-BAND-FILE
           IF WS-BAND-STATUS = "00" OR WS-BAND-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SEGMENT-BAND-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF BAND-COUNT < 9
                               ADD 1 TO BAND-COUNT
                               MOVE SB-CODE TO BD-CODE (BAND-COUNT)
                               MOVE SB-NAME TO BD-NAME (BAND-COUNT)
                               MOVE SB-MIN-VALUE
                                   TO BD-MIN-VALUE (BAND-COUNT)
                               MOVE SB-MIN-VOLUME
                                   TO BD-MIN-VOLUME (BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-BAND-FILE
           END-IF

           IF BAND-COUNT = 0
               MOVE 3 TO BAND-COUNT
               MOVE "P" TO BD-CODE (1)
               MOVE "PREMIUM" TO BD-NAME (1)
               MOVE 1000000 TO BD-MIN-VALUE (1)
               MOVE 0 TO BD-MIN-VOLUME (1)
               MOVE "S" TO BD-CODE (2)
               MOVE "STANDARD" TO BD-NAME (2)
               MOVE 100000 TO BD-MIN-VALUE (2)
               MOVE 0 TO BD-MIN-VOLUME (2)
               MOVE "B" TO BD-CODE (3)
               MOVE "BASIC" TO BD-NAME (3)
               MOVE 0 TO BD-MIN-VALUE (3)
               MOVE 0 TO BD-MIN-VOLUME (3)
           END-IF

           MOVE SPACE TO BD-CODE (10)
           MOVE "UNBANDED" TO BD-NAME (10)
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 10
               MOVE 0 TO BD-COUNT (BAND-SUB)
               MOVE 0 TO BD-DEPOSITS (BAND-SUB)
               MOVE 0 TO BD-TDS (BAND-SUB)
               MOVE 0 TO BD-LOANS (BAND-SUB)
               MOVE 0 TO BD-VOLUME (BAND-SUB)
           END-PERFORM.

       LOAD-CUSTOMERS.
           MOVE 0 TO CUST-COUNT

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CUST-COUNT < 5000
                               ADD 1 TO CUST-COUNT
                               PERFORM TABLE-ONE-CUSTOMER
                           ELSE
                               DISPLAY "CUSTOMER TABLE FULL - RUN "
                                   "ABANDONED"
                               PERFORM RELEASE-UPDATE-LOCK
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       TABLE-ONE-CUSTOMER.
           MOVE CUST-ID      TO CV-CUST-ID (CUST-COUNT)
           MOVE CUST-NAME    TO CV-NAME (CUST-COUNT)
           MOVE CUST-SEGMENT TO CV-OLD-SEG (CUST-COUNT)
           MOVE CUST-SEGMENT TO CV-NEW-SEG (CUST-COUNT)
           MOVE 0 TO CV-DEPOSITS (CUST-COUNT)
           MOVE 0 TO CV-TDS (CUST-COUNT)
           MOVE 0 TO CV-LOANS (CUST-COUNT)
           MOVE 0 TO CV-VOLUME (CUST-COUNT)
           IF CUST-STATUS = "CLOSED"
               MOVE "N" TO CV-LIVE-FLAG (CUST-COUNT)
           ELSE
               MOVE "Y" TO CV-LIVE-FLAG (CUST-COUNT)
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO CUST-FOUND-FLAG
           MOVE 0 TO CUST-HIT
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-COUNT
                       OR CUST-FOUND-FLAG = "Y"
               IF CV-CUST-ID (CUST-SUB) = WS-FIND-CUST
                   MOVE "Y" TO CUST-FOUND-FLAG
                   MOVE CUST-SUB TO CUST-HIT
               END-IF
           END-PERFORM.

       ADD-ACCOUNT-BALANCES.
      *    A CREDIT BALANCE IS A DEPOSIT; AN OVERDRAWN BALANCE IS
      *    BORROWING AND COUNTS WITH THE LOANS
           OPEN INPUT TRANSACTION-LOG-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ACC-CLOSED-FLAG NOT = "C"
                           MOVE ACC-CUST-ID TO WS-FIND-CUST
                           PERFORM FIND-CUSTOMER-ENTRY
                           IF CUST-FOUND-FLAG = "Y"
                               PERFORM ADD-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       ADD-ONE-ACCOUNT.
           IF BALANCE > 0
               ADD BALANCE TO CV-DEPOSITS (CUST-HIT)
           ELSE
               SUBTRACT BALANCE FROM CV-LOANS (CUST-HIT)
           END-IF

           PERFORM SUM-ACCOUNT-VOLUME
           ADD WS-ACC-VOLUME TO CV-VOLUME (CUST-HIT).

       SUM-ACCOUNT-VOLUME.
      *    EVERY ENTRY ON THE ACCOUNT IN THE LAST 12 MONTHS, DEBIT
      *    OR CREDIT, AT ITS FACE AMOUNT
           MOVE 0 TO WS-ACC-VOLUME

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
                               IF WS-ENTRY-DATE > WS-VOLUME-FROM
                                   ADD TL-AMOUNT TO WS-ACC-VOLUME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-LOANS-OUTSTANDING.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LN-STATUS = "ACTIVE"
                               PERFORM ADD-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       ADD-ONE-LOAN.
           MOVE LN-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-FIND-CUST
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF CUST-FOUND-FLAG = "Y"
                       ADD LN-OUTSTANDING TO CV-LOANS (CUST-HIT)
                   END-IF
           END-READ.

       ADD-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TD-STATUS = "00" OR WS-TD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TDP-STATUS = "ACTIVE"
                               MOVE TDP-CUST-ID TO WS-FIND-CUST
                               PERFORM FIND-CUSTOMER-ENTRY
                               IF CUST-FOUND-FLAG = "Y"
                                   ADD TDP-PRINCIPAL
                                       TO CV-TDS (CUST-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       SEGMENT-ALL-CUSTOMERS.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-COUNT
               IF CV-LIVE-FLAG (CUST-SUB) = "Y"
                   PERFORM SEGMENT-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       SEGMENT-ONE-CUSTOMER.
      *    THE HIGHEST-VALUE BAND WHOSE MINIMUMS ARE BOTH MET
           ADD 1 TO VALUED-COUNT
           COMPUTE WS-VALUE = CV-DEPOSITS (CUST-SUB)
               + CV-TDS (CUST-SUB) + CV-LOANS (CUST-SUB)

           MOVE 10 TO BEST-BAND
           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > BAND-COUNT
               IF WS-VALUE >= BD-MIN-VALUE (BAND-SUB)
                   AND CV-VOLUME (CUST-SUB) >= BD-MIN-VOLUME (BAND-SUB)
                   IF BEST-BAND = 10
                       MOVE BAND-SUB TO BEST-BAND
                   ELSE
                       IF BD-MIN-VALUE (BAND-SUB) >
                               BD-MIN-VALUE (BEST-BAND)
                           MOVE BAND-SUB TO BEST-BAND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE BD-CODE (BEST-BAND) TO CV-NEW-SEG (CUST-SUB)
           ADD 1 TO BD-COUNT (BEST-BAND)
           ADD CV-DEPOSITS (CUST-SUB) TO BD-DEPOSITS (BEST-BAND)
           ADD CV-TDS (CUST-SUB) TO BD-TDS (BEST-BAND)
           ADD CV-LOANS (CUST-SUB) TO BD-LOANS (BEST-BAND)
           ADD CV-VOLUME (CUST-SUB) TO BD-VOLUME (BEST-BAND)

           MOVE SPACES TO CV-DETAIL-LINE
           MOVE CV-CUST-ID (CUST-SUB) TO CD-CUST
           MOVE CV-NAME (CUST-SUB) TO CD-NAME
           MOVE CV-DEPOSITS (CUST-SUB) TO CD-DEPOSITS
           MOVE CV-TDS (CUST-SUB) TO CD-TDS
           MOVE CV-LOANS (CUST-SUB) TO CD-LOANS
           MOVE CV-VOLUME (CUST-SUB) TO CD-VOLUME
           MOVE CV-NEW-SEG (CUST-SUB) TO CD-SEG
           IF CV-NEW-SEG (CUST-SUB) NOT = CV-OLD-SEG (CUST-SUB)
               ADD 1 TO CHANGED-COUNT
               IF CV-OLD-SEG (CUST-SUB) = SPACE
                   MOVE "* NEW" TO CD-FLAG
               ELSE
                   MOVE SPACES TO CD-FLAG
                   STRING "* WAS " CV-OLD-SEG (CUST-SUB)
                       DELIMITED BY SIZE INTO CD-FLAG
               END-IF
           END-IF
           MOVE CV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       WRITE-SEGMENT-SUMMARY.
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "SEGMENT SUMMARY" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "SEGMENT     CUSTOMERS    DEPOSITS      TDS       "
               & "   LOANS       VOLUME" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > 10
               IF BAND-SUB <= BAND-COUNT
                   OR (BAND-SUB = 10 AND BD-COUNT (10) > 0)
                   MOVE SPACES TO CV-SUMMARY-LINE
                   MOVE BD-NAME (BAND-SUB) TO CS-NAME
                   MOVE BD-COUNT (BAND-SUB) TO CS-COUNT
                   MOVE BD-DEPOSITS (BAND-SUB) TO CS-DEPOSITS
                   MOVE BD-TDS (BAND-SUB) TO CS-TDS
                   MOVE BD-LOANS (BAND-SUB) TO CS-LOANS
                   MOVE BD-VOLUME (BAND-SUB) TO CS-VOLUME
                   MOVE CV-SUMMARY-LINE TO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL
           STRING "CUSTOMERS VALUED " VALUED-COUNT
               "  CHANGED SEGMENT " CHANGED-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       STORE-CUSTOMER-SEGMENTS.
      *    RECORD N OF THE MASTER IS ENTRY N OF THE TABLE
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT CUSTOMER-TEMP-FILE
           MOVE 0 TO CUST-SUB
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CUST-SUB
                       IF CV-CUST-ID (CUST-SUB) = CUST-ID
                           MOVE CV-NEW-SEG (CUST-SUB) TO CUST-SEGMENT
                       END-IF
                       WRITE CUSTOMER-TEMP-REC FROM CUSTOMER-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES CUSTOMERS.DAT IN ONE
      *    STEP, SO THE MASTER IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-CUSTOMERS-FILENAME.

       OPEN-VALUE-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "cust-value-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "CUSTOMER RELATIONSHIP VALUE " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "CUST  NAME               DEPOSITS       TDS     "
               & "LOANS     VOLUME S CHANGE" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

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
