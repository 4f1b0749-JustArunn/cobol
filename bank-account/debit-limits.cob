       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT DEBIT-LIMIT-FILE ASSIGN TO "debit-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

           SELECT LIMIT-OVERRIDE-FILE ASSIGN TO "limit-overrides.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVRD-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD DEBIT-LIMIT-FILE.
       COPY DEBITLIM.

       FD LIMIT-OVERRIDE-FILE.
       COPY LIMOVRD.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LIMIT-STATUS   PIC X(2).
       01 WS-OVRD-STATUS    PIC X(2).
       01 WS-DATE           PIC 9(8).
       01 LIST-COUNT        PIC 9(5).
       01 SEARCH-ACC        PIC 9(5).
       01 WS-PERIOD         PIC 9(6).
       01 WS-ENTRY-PERIOD   PIC 9(6).
       01 WS-TXN-EDIT       PIC Z(4)9.99.
       01 WS-CAP-EDIT       PIC Z(6)9.99.
       01 WS-USED-EDIT      PIC Z(6)9.99.
       01 WS-AMOUNT-EDIT    PIC Z(4)9.99.
       01 WS-OVRD-TOTAL     PIC 9(9)V99.
       01 WS-TOTAL-EDIT     PIC Z(8)9.99.

       01 NEW-CHANNEL       PIC X(3).
       01 NEW-MAX-TXN       PIC 9(5)V99.
       01 NEW-DAILY-CAP     PIC 9(7)V99.
       01 CHANNEL-OK-FLAG   PIC X.

       COPY SIGNONWS.
       COPY CHKDGT.
       COPY ACTJRNL.
       COPY DLCHECK.
       COPY RPTWS.

       01 VER-ACC-IN        PIC 9(5).
       01 VER-ACC-OK        PIC X.
       01 VER-ANSWER        PIC X.

       PROCEDURE DIVISION.

       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 7

               DISPLAY " "
               DISPLAY "===== DEBIT LIMITS ====="
               DISPLAY "1. SET LIMITS FOR AN ACCOUNT TYPE"
               DISPLAY "2. SET LIMITS FOR ONE ACCOUNT"
               DISPLAY "3. WITHDRAW AN ACCOUNT'S OWN LIMITS"
               DISPLAY "4. LIST LIMITS ON FILE"
               DISPLAY "5. LIMITS IN FORCE AND USED TODAY"
               DISPLAY "6. SUPERVISOR OVERRIDE REGISTER"
               DISPLAY "7. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-TYPE-LIMIT
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-ACCOUNT-LIMIT
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM WITHDRAW-ACCOUNT-LIMIT
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM LIST-DEBIT-LIMITS
                   WHEN 5 PERFORM SHOW-LIMITS-IN-FORCE
                   WHEN 6 PERFORM OVERRIDE-REGISTER
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       SET-TYPE-LIMIT.
      *    THE LIMITS FILE IS APPEND-ONLY; THE LATEST LINE FOR A
      *    TYPE (OR ACCOUNT) AND CHANNEL IS THE ONE IN FORCE, SO
      *    EARLIER LIMITS STAY ON FILE AS A HISTORY
           DISPLAY "ACCOUNT TYPE (S OR C):"
           ACCEPT DL-ACC-TYPE
           IF DL-ACC-TYPE NOT = "S" AND DL-ACC-TYPE NOT = "C"
               DISPLAY "UNKNOWN ACCOUNT TYPE - NOT SET"
           ELSE
               PERFORM ACCEPT-LIMIT-VALUES
               IF CHANNEL-OK-FLAG = "Y"
                   MOVE 0 TO DL-ACC-NUMBER
                   PERFORM WRITE-LIMIT-LINE
                   DISPLAY "LIMITS SET FOR TYPE " DL-ACC-TYPE
                       " CHANNEL " DL-CHANNEL

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "LIMMAINT    " TO AJ-PROGRAM
                   MOVE "SET TYPE LIM" TO AJ-ACTION
                   MOVE SPACES TO AJ-KEY
                   STRING DL-ACC-TYPE " " DL-CHANNEL
                       DELIMITED BY SIZE INTO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA
               END-IF
           END-IF.

       SET-ACCOUNT-LIMIT.
      *    AN ACCOUNT'S OWN LIMITS REPLACE THE TYPE DEFAULT FOR THAT
      *    CHANNEL, HIGHER OR LOWER, UNTIL THEY ARE WITHDRAWN
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "LIMITS NOT SET"
           ELSE
               PERFORM READ-LIMIT-ACCOUNT
               IF FOUND-FLAG = "Y"
                   PERFORM ACCEPT-LIMIT-VALUES
                   IF CHANNEL-OK-FLAG = "Y"
                       MOVE SEARCH-ACC TO DL-ACC-NUMBER
                       PERFORM WRITE-LIMIT-LINE
                       DISPLAY "LIMITS SET FOR ACCOUNT " SEARCH-ACC
                           " CHANNEL " DL-CHANNEL

                       MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                       MOVE "LIMMAINT    " TO AJ-PROGRAM
                       MOVE "SET ACCT LIM" TO AJ-ACTION
                       MOVE SEARCH-ACC TO AJ-KEY
                       CALL "ACTLOG" USING ACTJRNL-AREA
                   END-IF
               END-IF
           END-IF.

       WITHDRAW-ACCOUNT-LIMIT.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "NOTHING WITHDRAWN"
           ELSE
               PERFORM READ-LIMIT-ACCOUNT
               IF FOUND-FLAG = "Y"
                   DISPLAY "CHANNEL (CTR, XFR, CHQ OR SO):"
                   ACCEPT NEW-CHANNEL
                   PERFORM CHECK-CHANNEL-CODE
                   IF CHANNEL-OK-FLAG = "Y"
                       MOVE SEARCH-ACC TO DL-ACC-NUMBER
                       MOVE NEW-CHANNEL TO DL-CHANNEL
                       MOVE 0 TO DL-MAX-TXN
                       MOVE 0 TO DL-DAILY-CAP
                       MOVE "R" TO DL-ACTION
                       ACCEPT DL-SET-DATE FROM DATE YYYYMMDD
                       MOVE SIGNON-EMP-ID TO DL-SET-BY
                       PERFORM APPEND-LIMIT-LINE
                       DISPLAY "ACCOUNT LIMITS WITHDRAWN - THE "
                           "TYPE DEFAULT NOW APPLIES"

                       MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                       MOVE "LIMMAINT    " TO AJ-PROGRAM
                       MOVE "DROP ACCT LM" TO AJ-ACTION
                       MOVE SEARCH-ACC TO AJ-KEY
                       CALL "ACTLOG" USING ACTJRNL-AREA
                   END-IF
               END-IF
           END-IF.

       READ-LIMIT-ACCOUNT.
           MOVE "N" TO FOUND-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE SEARCH-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       IF ACC-CLOSED-FLAG = "C"
                           DISPLAY "ACCOUNT IS CLOSED"
                       ELSE
                           MOVE "Y" TO FOUND-FLAG
                           IF ACC-TYPE = "C"
                               MOVE "C" TO DL-ACC-TYPE
                           ELSE
                               MOVE "S" TO DL-ACC-TYPE
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "FILE OPEN ERROR, STATUS: " WS-ACCOUNT-STATUS
           END-IF.

       ACCEPT-LIMIT-VALUES.
           DISPLAY "CHANNEL (CTR, XFR, CHQ OR SO):"
           ACCEPT NEW-CHANNEL
           PERFORM CHECK-CHANNEL-CODE
           IF CHANNEL-OK-FLAG = "Y"
               DISPLAY "LARGEST SINGLE DEBIT (0 = NO LIMIT):"
               ACCEPT NEW-MAX-TXN
               DISPLAY "DAILY CAP (0 = NO CAP):"
               ACCEPT NEW-DAILY-CAP
               IF NEW-DAILY-CAP > 0
                   AND NEW-MAX-TXN > NEW-DAILY-CAP
                   DISPLAY "SINGLE DEBIT LIMIT EXCEEDS THE DAILY "
                       "CAP - NOT SET"
                   MOVE "N" TO CHANNEL-OK-FLAG
               END-IF
           END-IF.

       CHECK-CHANNEL-CODE.
           MOVE "Y" TO CHANNEL-OK-FLAG
           IF NEW-CHANNEL NOT = "CTR" AND NEW-CHANNEL NOT = "XFR"
               AND NEW-CHANNEL NOT = "CHQ" AND NEW-CHANNEL NOT = "SO "
               DISPLAY "UNKNOWN CHANNEL - NOT SET"
               MOVE "N" TO CHANNEL-OK-FLAG
           END-IF.

       WRITE-LIMIT-LINE.
           MOVE NEW-CHANNEL TO DL-CHANNEL
           MOVE NEW-MAX-TXN TO DL-MAX-TXN
           MOVE NEW-DAILY-CAP TO DL-DAILY-CAP
           MOVE "S" TO DL-ACTION
           ACCEPT DL-SET-DATE FROM DATE YYYYMMDD
           MOVE SIGNON-EMP-ID TO DL-SET-BY
           PERFORM APPEND-LIMIT-LINE.

       APPEND-LIMIT-LINE.
           OPEN EXTEND DEBIT-LIMIT-FILE
           IF WS-LIMIT-STATUS = "35"
               OPEN OUTPUT DEBIT-LIMIT-FILE
           END-IF
           WRITE DEBIT-LIMIT-REC
           CLOSE DEBIT-LIMIT-FILE.

       LIST-DEBIT-LIMITS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT DEBIT-LIMIT-FILE
           IF WS-LIMIT-STATUS = "35"
               DISPLAY "NO DEBIT LIMITS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "TYPE ACCOUNT CHAN  SINGLE DEBIT   DAILY CAP "
                   "ACT SET ON   BY"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEBIT-LIMIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           MOVE DL-MAX-TXN TO WS-TXN-EDIT
                           MOVE DL-DAILY-CAP TO WS-CAP-EDIT
                           DISPLAY DL-ACC-TYPE "    " DL-ACC-NUMBER
                               "   " DL-CHANNEL "   " WS-TXN-EDIT
                               "  " WS-CAP-EDIT "  " DL-ACTION
                               "   " DL-SET-DATE " " DL-SET-BY
                   END-READ
               END-PERFORM
               CLOSE DEBIT-LIMIT-FILE
               DISPLAY "LINES LISTED: " LIST-COUNT
                   " (THE LAST LINE PER TYPE OR ACCOUNT AND "
                   "CHANNEL IS IN FORCE)"
           END-IF.

       SHOW-LIMITS-IN-FORCE.
      *    THE SAME CHECK EVERY DEBIT PATH MAKES, RUN FOR A ZERO
      *    AMOUNT ON EACH CHANNEL SO THE COUNTER CAN TELL A
      *    CUSTOMER WHAT IS LEFT FOR THE DAY
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "Y"
               PERFORM READ-LIMIT-ACCOUNT
               IF FOUND-FLAG = "Y"
                   DISPLAY " "
                   DISPLAY "CHAN  SINGLE DEBIT   DAILY CAP  "
                       "USED TODAY"
                   MOVE "CTR" TO DC-CHANNEL
                   PERFORM SHOW-ONE-CHANNEL
                   MOVE "XFR" TO DC-CHANNEL
                   PERFORM SHOW-ONE-CHANNEL
                   MOVE "CHQ" TO DC-CHANNEL
                   PERFORM SHOW-ONE-CHANNEL
                   MOVE "SO " TO DC-CHANNEL
                   PERFORM SHOW-ONE-CHANNEL
                   DISPLAY "(ZERO = NO LIMIT; USED TODAY IS SHOWN "
                       "ONLY WHERE A DAILY CAP APPLIES)"
               END-IF
           END-IF.

       SHOW-ONE-CHANNEL.
           MOVE SEARCH-ACC TO DC-ACC-NUMBER
           MOVE DL-ACC-TYPE TO DC-ACC-TYPE
           MOVE 0 TO DC-AMOUNT
           CALL "DLCHECK" USING DLCHECK-AREA
           MOVE DC-MAX-TXN TO WS-TXN-EDIT
           MOVE DC-DAILY-CAP TO WS-CAP-EDIT
           MOVE DC-USED-TODAY TO WS-USED-EDIT
           DISPLAY DC-CHANNEL "   " WS-TXN-EDIT "  " WS-CAP-EDIT
               "  " WS-USED-EDIT.

       OVERRIDE-REGISTER.
      *    EVERY COUNTER DEBIT PASSED OVER ITS LIMIT, WITH THE
      *    TELLER AND THE SUPERVISOR WHO AUTHORISED IT
           DISPLAY "REPORT MONTH (YYYYMM):"
           ACCEPT WS-PERIOD

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "limit-overrides-" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "DEBIT LIMIT OVERRIDES  PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMNS
           STRING "TIMESTAMP      ACCOUNT CHAN    AMOUNT  "
               "USED TODAY BR  TLR SUP" DELIMITED BY SIZE
               INTO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO WS-OVRD-TOTAL

           OPEN INPUT LIMIT-OVERRIDE-FILE
           IF WS-OVRD-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LIMIT-OVERRIDE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE LO-TIMESTAMP (1:6) TO WS-ENTRY-PERIOD
                           IF WS-ENTRY-PERIOD = WS-PERIOD
                               PERFORM WRITE-OVERRIDE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-OVERRIDE-FILE
           END-IF

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVRD-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "OVERRIDES: " LIST-COUNT "   AMOUNT PASSED: "
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       WRITE-OVERRIDE-LINE.
           ADD 1 TO LIST-COUNT
           ADD LO-AMOUNT TO WS-OVRD-TOTAL
           MOVE LO-AMOUNT TO WS-AMOUNT-EDIT
           MOVE LO-USED-TODAY TO WS-USED-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING LO-TIMESTAMP " " LO-ACC-NUMBER "   " LO-CHANNEL
               "  " WS-AMOUNT-EDIT "  " WS-USED-EDIT " " LO-BREACH
               "   " LO-TELLER " " LO-SUPERVISOR
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL.

       VERIFY-KEYED-ACC.
      *    A TRANSPOSED DIGIT FAILS THE CHECK AT THE KEYBOARD;
      *    NUMBERS ISSUED BEFORE THE CHECK-DIGIT SCHEME MAY BE
      *    ACCEPTED DELIBERATELY AFTER THE WARNING
           MOVE "Y" TO VER-ACC-OK
           MOVE "V" TO CD-ACTION
           MOVE VER-ACC-IN TO CD-ACC-NUMBER
           CALL "CHECKDGT" USING CHKDGT-AREA
           IF CD-OK-FLAG = "N"
               DISPLAY "CHECK DIGIT DOES NOT VERIFY FOR "
                   VER-ACC-IN
               DISPLAY "ACCEPT AS A LEGACY NUMBER? (Y/N):"
               ACCEPT VER-ANSWER
               IF VER-ANSWER NOT = "Y"
                   MOVE "N" TO VER-ACC-OK
               END-IF
           END-IF.

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
