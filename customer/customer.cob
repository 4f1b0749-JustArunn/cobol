           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ACC-HOLDER-FILE ASSIGN TO "account-holders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDER-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO "customer-merge-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-LOG-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-AUDIT-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO "alert-prefs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREF-STATUS.

           SELECT PREF-TEMP-FILE ASSIGN TO "alert-prefs.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEGMENT-BAND-FILE ASSIGN TO "segment-bands.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAND-STATUS.

           SELECT BAND-TEMP-FILE ASSIGN TO "segment-bands.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 T-CUST-STATUS  PIC X(6).
           05 T-CUST-KYC-DATE PIC 9(8).
           05 T-CUST-RISK    PIC X(1).
           05 T-CUST-SEGMENT PIC X(1).

       FD LOCK-FILE.
       01 LOCK-REC PIC X(14).
       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD ACC-HOLDER-FILE.
       COPY ACCHOLD.

       FD MERGE-LOG-FILE.
       01 MERGE-LOG-REC.
           05 ML-DATE        PIC 9(8).
       FD CUST-AUDIT-FILE.
       COPY CUSTAUD.

       FD ALERT-PREF-FILE.
       COPY ALERTPRF.

       FD PREF-TEMP-FILE.
       COPY ALERTPRF REPLACING
           ==ALERT-PREF-REC== BY ==PREF-TEMP-REC==
           LEADING ==AP== BY ==TP==.

       FD SEGMENT-BAND-FILE.
       COPY SEGBAND.

       FD BAND-TEMP-FILE.
       COPY SEGBAND REPLACING
           ==SEGMENT-BAND-REC== BY ==BAND-TEMP-REC==
           LEADING ==SB== BY ==BT==.

       WORKING-STORAGE SECTION.

      *    EVERY ADD, UPDATE, DELETE, STATUS CHANGE AND MERGE ON
           05 SV-STATUS  PIC X(6).
           05 SV-KYC-DATE PIC 9(8).
           05 SV-RISK    PIC X(1).
           05 SV-SEGMENT PIC X(1).
       01 DUP-REC.
           05 DP-ID      PIC 9(5).
           05 DP-NAME    PIC A(20).
           05 DP-STATUS  PIC X(6).
           05 DP-KYC-DATE PIC 9(8).
           05 DP-RISK    PIC X(1).
           05 DP-SEGMENT PIC X(1).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 ACC-EOF-FLAG    PIC X.
       01 OPEN-ACC-COUNT  PIC 9(5) VALUE 0.
       01 WS-HOLDER-STATUS PIC X(2).
       01 JOINT-ACC-COUNT PIC 9(2).
       01 JOINT-ACC-TABLE.
           05 JA-ACC OCCURS 50 TIMES INDEXED BY JA-IDX PIC 9(5).
       01 JOINT-ACC-FLAG  PIC X.
       01 PROCEED-FLAG    PIC X.

       COPY SIGNONWS.
       01 KYC-OVERDUE-FLAG PIC X.
       01 KYC-OVERDUE-COUNT PIC 9(5).

      *    ALERT PREFERENCES: ONE LINE PER CUSTOMER ON
      *    ALERT-PREFS.DAT, READ BY THE NIGHTLY ALERT GENERATOR
       01 WS-PREF-STATUS  PIC X(2).
       01 PREF-EOF-FLAG   PIC X.
       01 PREF-FOUND-FLAG PIC X.
       01 PREF-VALID-FLAG PIC X.
       01 WS-PREF-FILENAME PIC X(20) VALUE "alert-prefs.dat".
       01 WS-PREF-TEMP-FILENAME PIC X(20) VALUE "alert-prefs.tmp".
       COPY ALERTPRF REPLACING
           ==ALERT-PREF-REC== BY ==NEW-PREF-REC==
           LEADING ==AP== BY ==NP==.

      *    VALUE SEGMENT BANDS READ BY THE RELATIONSHIP VALUE RUN
       01 WS-BAND-STATUS  PIC X(2).
       01 BAND-EOF-FLAG   PIC X.
       01 BAND-ACTION     PIC X.
       01 WS-BAND-FILENAME PIC X(20) VALUE "segment-bands.dat".
       01 WS-BAND-TEMP-FILENAME PIC X(20) VALUE "segment-bands.tmp".
       COPY SEGBAND REPLACING
           ==SEGMENT-BAND-REC== BY ==NEW-BAND-REC==
           LEADING ==SB== BY ==NB==.

       01 BAND-UNDER-18   PIC 9(5) VALUE 0.
       01 BAND-18-30      PIC 9(5) VALUE 0.
       01 BAND-31-50      PIC 9(5) VALUE 0.
               DISPLAY "10. MERGE DUPLICATE CUSTOMERS"
               DISPLAY "11. RECORD COMPLETED KYC REVIEW"
               DISPLAY "12. OVERDUE KYC REPORT"
               DISPLAY "13. SET ALERT PREFERENCES"
               DISPLAY "14. SHOW ALERT PREFERENCES"
               DISPLAY "15. VALUE SEGMENT BANDS"
               DISPLAY "99. EXIT"

               DISPLAY "ENTER CHOICE:"
                       END-IF
                   WHEN 11 PERFORM RECORD-KYC-REVIEW
                   WHEN 12 PERFORM OVERDUE-KYC-REPORT
                   WHEN 13 PERFORM SET-ALERT-PREFERENCES
                   WHEN 14 PERFORM SHOW-ALERT-PREFERENCES
                   WHEN 15 PERFORM MAINTAIN-SEGMENT-BANDS
               END-EVALUATE

           END-PERFORM
               IF CUST-RISK NOT = "H" AND CUST-RISK NOT = "M"
                   MOVE "L" TO CUST-RISK
               END-IF
               MOVE SPACE TO CUST-SEGMENT

               WRITE CUSTOMER-RECORD

                       DISPLAY "PHONE  : " CUST-PHONE
                       DISPLAY "EMAIL  : " CUST-EMAIL
                       DISPLAY "STATUS : " CUST-STATUS
                       DISPLAY "SEGMENT: " CUST-SEGMENT
                       DISPLAY "-------------------"
               END-READ

           MOVE CUST-EMAIL   TO T-CUST-EMAIL
           MOVE CUST-STATUS  TO T-CUST-STATUS
           MOVE CUST-KYC-DATE TO T-CUST-KYC-DATE
           MOVE CUST-RISK    TO T-CUST-RISK
           MOVE CUST-SEGMENT TO T-CUST-SEGMENT.

       CHANGE-STATUS.
           DISPLAY "ENTER CUSTOMER ID TO CHANGE STATUS:"
           END-IF.

       LIST-CUSTOMER-OPEN-ACCOUNTS.
      *    ACCOUNTS THE CUSTOMER HOLDS JOINTLY COUNT AS WELL AS THE
      *    ONES THEY OWN OUTRIGHT
           MOVE 0 TO OPEN-ACC-COUNT
           PERFORM LOAD-CUSTOMER-JOINT-ACCS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
                               DISPLAY "OPEN ACCOUNT " ACC-NUMBER
                                   " TYPE " ACC-TYPE
                                   " BALANCE " BALANCE
                           ELSE
                               PERFORM CHECK-JOINT-ACC-LISTED
                               IF JOINT-ACC-FLAG = "Y"
                                   AND ACC-CLOSED-FLAG NOT = "C"
                                   ADD 1 TO OPEN-ACC-COUNT
                                   DISPLAY "JOINT ACCOUNT " ACC-NUMBER
                                       " TYPE " ACC-TYPE
                                       " BALANCE " BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-CUSTOMER-JOINT-ACCS.
           MOVE 0 TO JOINT-ACC-COUNT
           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO ACC-EOF-FLAG
               PERFORM UNTIL ACC-EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO ACC-EOF-FLAG
                       NOT AT END
                           IF AH-CUST-ID = SEARCH-ID
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

       CHANGE-STATUS-BODY.
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT TEMP-FILE
      *    OVERDUE UNTIL A COMPLETED REVIEW IS RECORDED
           MOVE 0              TO CUST-KYC-DATE
           MOVE "L"            TO CUST-RISK
           MOVE SPACE          TO CUST-SEGMENT

           WRITE CUSTOMER-RECORD

               END-IF
           END-IF.

       SET-ALERT-PREFERENCES.
      *    OPT-IN IS PER ALERT TYPE; A CUSTOMER WHO TURNS EVERY TYPE
      *    OFF IS DROPPED FROM THE FILE ALTOGETHER
           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT WS-NEW-CUST-ID

           PERFORM CHECK-DUPLICATE-CUST-ID
           IF FOUND-FLAG = "N"
               DISPLAY "CUSTOMER NOT FOUND"
           ELSE
               PERFORM FIND-ALERT-PREF
               IF PREF-FOUND-FLAG = "Y"
                   DISPLAY "CURRENT PREFERENCES:"
                   PERFORM DISPLAY-ALERT-PREF
               ELSE
                   DISPLAY "NO ALERT PREFERENCES ON FILE"
               END-IF

               MOVE WS-NEW-CUST-ID TO NP-CUST-ID
               PERFORM ACCEPT-ALERT-PREF
               IF PREF-VALID-FLAG = "Y"
                   PERFORM ACQUIRE-UPDATE-LOCK
                   IF LOCK-OK-FLAG = "Y"
                       PERFORM REWRITE-ALERT-PREFS
                       PERFORM RELEASE-UPDATE-LOCK
                       MOVE "ALERTPREF" TO AJ-ACTION
                       MOVE WS-NEW-CUST-ID TO AJ-KEY
                       PERFORM LOG-OPERATOR-ACTION
                       DISPLAY "ALERT PREFERENCES SAVED"
                   END-IF
               END-IF
           END-IF.

       ACCEPT-ALERT-PREF.
           MOVE "Y" TO PREF-VALID-FLAG

           DISPLAY "CHANNEL (S = SMS, E = EMAIL, B = BOTH):"
           ACCEPT NP-CHANNEL
           IF NP-CHANNEL NOT = "S" AND NP-CHANNEL NOT = "E"
               AND NP-CHANNEL NOT = "B"
               DISPLAY "INVALID CHANNEL - NOTHING CHANGED"
               MOVE "N" TO PREF-VALID-FLAG
           ELSE
               DISPLAY "DEBIT ALERTS (Y/N):"
               ACCEPT NP-DEBIT
               MOVE 0 TO NP-DEBIT-MIN
               IF NP-DEBIT = "Y"
                   DISPLAY "ALERT ON DEBITS OF AT LEAST (0 = BANK "
                       "STANDARD):"
                   ACCEPT NP-DEBIT-MIN
               ELSE
                   MOVE "N" TO NP-DEBIT
               END-IF
               DISPLAY "LOW BALANCE ALERTS (Y/N):"
               ACCEPT NP-LOW-BAL
               IF NP-LOW-BAL NOT = "Y"
                   MOVE "N" TO NP-LOW-BAL
               END-IF
               DISPLAY "RETURNED CHEQUE ALERTS (Y/N):"
               ACCEPT NP-CHQ-RETURN
               IF NP-CHQ-RETURN NOT = "Y"
                   MOVE "N" TO NP-CHQ-RETURN
               END-IF
               DISPLAY "DEPOSIT MATURITY ALERTS (Y/N):"
               ACCEPT NP-TD-MATURITY
               IF NP-TD-MATURITY NOT = "Y"
                   MOVE "N" TO NP-TD-MATURITY
               END-IF
               DISPLAY "LOAN INSTALMENT ALERTS (Y/N):"
               ACCEPT NP-LOAN-DUE
               IF NP-LOAN-DUE NOT = "Y"
                   MOVE "N" TO NP-LOAN-DUE
               END-IF
               DISPLAY "KYC REVIEW ALERTS (Y/N):"
               ACCEPT NP-KYC-DUE
               IF NP-KYC-DUE NOT = "Y"
                   MOVE "N" TO NP-KYC-DUE
               END-IF
               ACCEPT NP-UPDATED-DATE FROM DATE YYYYMMDD
               MOVE SIGNON-EMP-ID TO NP-UPDATED-BY
           END-IF.

       REWRITE-ALERT-PREFS.
           OPEN OUTPUT PREF-TEMP-FILE

           MOVE "N" TO PREF-EOF-FLAG
           OPEN INPUT ALERT-PREF-FILE
           IF WS-PREF-STATUS NOT = "35"
               PERFORM UNTIL PREF-EOF-FLAG = "Y"
                   READ ALERT-PREF-FILE
                       AT END
                           MOVE "Y" TO PREF-EOF-FLAG
                       NOT AT END
                           IF AP-CUST-ID NOT = NP-CUST-ID
                               WRITE PREF-TEMP-REC
                                   FROM ALERT-PREF-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-PREF-FILE
           END-IF

           IF NP-DEBIT = "Y" OR NP-LOW-BAL = "Y"
               OR NP-CHQ-RETURN = "Y" OR NP-TD-MATURITY = "Y"
               OR NP-LOAN-DUE = "Y" OR NP-KYC-DUE = "Y"
               WRITE PREF-TEMP-REC FROM NEW-PREF-REC
           END-IF
           CLOSE PREF-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES ALERT-PREFS.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-PREF-TEMP-FILENAME
               WS-PREF-FILENAME.

       SHOW-ALERT-PREFERENCES.
           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT WS-NEW-CUST-ID

           PERFORM FIND-ALERT-PREF
           IF PREF-FOUND-FLAG = "Y"
               PERFORM DISPLAY-ALERT-PREF
           ELSE
               DISPLAY "NO ALERT PREFERENCES ON FILE - CUSTOMER "
                   "RECEIVES NO ALERTS"
           END-IF.

       FIND-ALERT-PREF.
           MOVE "N" TO PREF-FOUND-FLAG
           MOVE "N" TO PREF-EOF-FLAG

           OPEN INPUT ALERT-PREF-FILE
           IF WS-PREF-STATUS NOT = "35"
               PERFORM UNTIL PREF-EOF-FLAG = "Y"
                   READ ALERT-PREF-FILE
                       AT END
                           MOVE "Y" TO PREF-EOF-FLAG
                       NOT AT END
                           IF AP-CUST-ID = WS-NEW-CUST-ID
                               MOVE "Y" TO PREF-FOUND-FLAG
                               MOVE "Y" TO PREF-EOF-FLAG
                               MOVE ALERT-PREF-REC TO NEW-PREF-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-PREF-FILE
           END-IF.

       DISPLAY-ALERT-PREF.
           DISPLAY "CHANNEL         : " NP-CHANNEL
           DISPLAY "DEBIT           : " NP-DEBIT
               "  FROM " NP-DEBIT-MIN
           DISPLAY "LOW BALANCE     : " NP-LOW-BAL
           DISPLAY "RETURNED CHEQUE : " NP-CHQ-RETURN
           DISPLAY "DEPOSIT MATURITY: " NP-TD-MATURITY
           DISPLAY "LOAN INSTALMENT : " NP-LOAN-DUE
           DISPLAY "KYC REVIEW      : " NP-KYC-DUE
           DISPLAY "LAST CHANGED    : " NP-UPDATED-DATE
               " BY " NP-UPDATED-BY.

       MAINTAIN-SEGMENT-BANDS.
      *    ANYONE MAY LIST THE BANDS; CHANGING THEM RESEGMENTS THE
      *    WHOLE BOOK ON THE NEXT VALUE RUN, SO ONLY A SUPERVISOR
      *    MAY ADD, CHANGE OR DROP ONE
           PERFORM LIST-SEGMENT-BANDS

           IF SIGNON-SUPERVISOR
               DISPLAY "A = ADD/CHANGE BAND, D = DROP BAND, "
                   "OTHER = RETURN:"
               ACCEPT BAND-ACTION
               IF BAND-ACTION = "A" OR BAND-ACTION = "D"
                   PERFORM CHANGE-SEGMENT-BAND
               END-IF
           END-IF.

       LIST-SEGMENT-BANDS.
           DISPLAY " "
           DISPLAY "===== VALUE SEGMENT BANDS ====="
           DISPLAY "CODE NAME        MIN VALUE  MIN VOLUME"

           MOVE "N" TO BAND-EOF-FLAG
           OPEN INPUT SEGMENT-BAND-FILE
           IF WS-BAND-STATUS = "35"
               DISPLAY "NO BANDS ON FILE - THE VALUE RUN USES ITS "
                   "STANDARD BANDS"
           ELSE
               PERFORM UNTIL BAND-EOF-FLAG = "Y"
                   READ SEGMENT-BAND-FILE
                       AT END
                           MOVE "Y" TO BAND-EOF-FLAG
                       NOT AT END
                           DISPLAY SB-CODE "    " SB-NAME "  "
                               SB-MIN-VALUE "  " SB-MIN-VOLUME
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-BAND-FILE
           END-IF.

       CHANGE-SEGMENT-BAND.
           DISPLAY "BAND CODE (ONE LETTER):"
           ACCEPT NB-CODE
           IF NB-CODE = SPACE
               DISPLAY "BAND CODE REQUIRED - NOTHING CHANGED"
           ELSE
               IF BAND-ACTION = "A"
                   DISPLAY "BAND NAME:"
                   ACCEPT NB-NAME
                   DISPLAY "MINIMUM RELATIONSHIP VALUE:"
                   ACCEPT NB-MIN-VALUE
                   DISPLAY "MINIMUM 12-MONTH VOLUME:"
                   ACCEPT NB-MIN-VOLUME
               END-IF
               PERFORM REWRITE-SEGMENT-BANDS

               MOVE "SEGBAND" TO AJ-ACTION
               MOVE NB-CODE TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
               IF BAND-ACTION = "A"
                   DISPLAY "BAND " NB-CODE " SAVED"
               ELSE
                   DISPLAY "BAND " NB-CODE " DROPPED"
               END-IF
           END-IF.

       REWRITE-SEGMENT-BANDS.
           OPEN OUTPUT BAND-TEMP-FILE

           MOVE "N" TO BAND-EOF-FLAG
           OPEN INPUT SEGMENT-BAND-FILE
           IF WS-BAND-STATUS NOT = "35"
               PERFORM UNTIL BAND-EOF-FLAG = "Y"
                   READ SEGMENT-BAND-FILE
                       AT END
                           MOVE "Y" TO BAND-EOF-FLAG
                       NOT AT END
                           IF SB-CODE NOT = NB-CODE
                               WRITE BAND-TEMP-REC
                                   FROM SEGMENT-BAND-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-BAND-FILE
           END-IF

           IF BAND-ACTION = "A"
               WRITE BAND-TEMP-REC FROM NEW-BAND-REC
           END-IF
           CLOSE BAND-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SEGMENT-BANDS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-BAND-TEMP-FILENAME
               WS-BAND-FILENAME.

       SEARCH-CUSTOMER.
           DISPLAY "ENTER CUSTOMER ID:"
           ACCEPT SEARCH-ID
                           DISPLAY "PHONE  : " CUST-PHONE
                           DISPLAY "EMAIL  : " CUST-EMAIL
                           DISPLAY "STATUS : " CUST-STATUS
                           DISPLAY "SEGMENT: " CUST-SEGMENT
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
