       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFLEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF-LEDGER-FILE ASSIGN TO "pf-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD PF-LEDGER-FILE.
       COPY PFLEDGER.

       FD EMP-FILE.
       COPY EMPREC.

       FD SETTLEMENT-FILE.
       COPY SETTLE.

       FD RATES-FILE.
       COPY PAYRATES.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-PF-STATUS      PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-SETTLE-STATUS  PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 SEARCH-EMP-ID     PIC 9(5).
       01 SEARCH-FY         PIC 9(4).
       01 CONFIRM-ANSWER    PIC X.
       01 EMP-FOUND-FLAG    PIC X.
       01 EMP-OPEN-FLAG     PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-CUR-PERIOD     PIC 9(6).
       01 WS-CUR-FY         PIC 9(4).
       01 WS-CUR-MONTH      PIC 9(2).
       01 WS-STMT-FILENAME  PIC X(30).

      *    THE PF INTEREST RATE IN FORCE TODAY, FROM THE LATEST
      *    APPROVED RATE SET THAT CARRIES ONE
       01 WS-RATE-SEL-DATE  PIC 9(8).
       01 WS-BEST-EFF-DATE  PIC 9(8).
       01 WS-PF-INT-RATE    PIC V9(4).

      *    FINAL WITHDRAWAL OF A LEAVER
       01 WITHDRAW-OK-FLAG  PIC X.
       01 SETTLED-FLAG      PIC X.
       01 WITHDRAWN-FLAG    PIC X.
       01 WS-WITHDRAWN-ON   PIC 9(8).
       01 PRIOR-ENTRY-FLAG  PIC X.
       01 PRIOR-CREDIT-FLAG PIC X.
       01 WS-PRIOR-MARCH    PIC 9(6).
       01 WD-INTEREST       PIC 9(7)V99.
       01 WD-PAYOUT         PIC S9(8)V99.

      *    MEMBERS WITH ANY ENTRY ON THE LEDGER, FOR THE STATEMENT
      *    OF EVERY MEMBER
       01 MEMBER-TABLE.
           05 MB-FLAG OCCURS 999 TIMES PIC X.
       01 MB-SUB            PIC 9(4).
       01 MEMBERS-PRINTED   PIC 9(4).

       01 SHOW-AMOUNT       PIC Z(7)9.99.
       01 SHOW-BALANCE      PIC -(7)9.99.
       01 SHOW-RATE         PIC 9.9999.

       01 PS-DETAIL-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 PS-LABEL        PIC X(24).
           05 PS-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(40) VALUE SPACES.

       01 ST-DETAIL-LINE.
           05 SD-LABEL        PIC X(24).
           05 SD-AMOUNT       PIC -(7)9.99.
           05 FILLER          PIC X(25).
       01 ST-TEXT-LINE.
           05 SX-LABEL        PIC X(24).
           05 SX-VALUE        PIC X(36).

       COPY PFBAL.
       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    PROVIDENT FUND MEMBER LEDGER: A MEMBER'S BALANCE FOR THE
      *    FUND YEAR, THE ANNUAL STATEMENT (OPENING, CONTRIBUTIONS,
      *    INTEREST, CLOSING) FOR ONE MEMBER OR ALL, AND THE FINAL
      *    WITHDRAWAL OF A LEAVER'S BALANCE. THE FUND YEAR RUNS
      *    APRIL TO MARCH. ONLY A SUPERVISOR MAY PAY A WITHDRAWAL
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DIVIDE WS-TODAY BY 100 GIVING WS-CUR-PERIOD
           DIVIDE WS-TODAY BY 10000 GIVING WS-CUR-FY
           MOVE WS-CUR-PERIOD(5:2) TO WS-CUR-MONTH
           IF WS-CUR-MONTH < 4
               SUBTRACT 1 FROM WS-CUR-FY
           END-IF

           PERFORM UNTIL CHOICE = 4

               DISPLAY " "
               DISPLAY "===== PROVIDENT FUND LEDGER ====="
               DISPLAY "1. MEMBER BALANCE"
               DISPLAY "2. ANNUAL PF STATEMENT"
               DISPLAY "3. FINAL WITHDRAWAL FOR A LEAVER"
               DISPLAY "4. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM MEMBER-BALANCE
                   WHEN 2 PERFORM ANNUAL-STATEMENT
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM FINAL-WITHDRAWAL
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       MEMBER-BALANCE.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID
           DISPLAY "FUND YEAR STARTING APRIL (YYYY, 0 = CURRENT):"
           ACCEPT SEARCH-FY
           IF SEARCH-FY = 0
               MOVE WS-CUR-FY TO SEARCH-FY
           END-IF

           PERFORM FIND-EMPLOYEE

           MOVE SEARCH-EMP-ID TO PB-EMP-ID
           MOVE SEARCH-FY TO PB-FY-YEAR
           MOVE 0 TO PB-TO-PERIOD
           MOVE 0 TO PB-INT-RATE
           CALL "PFBAL" USING PFBAL-AREA

           DISPLAY " "
           IF EMP-FOUND-FLAG = "Y"
               DISPLAY "MEMBER         : " EMP-ID " " EMP-NAME
                   " " EMP-DEPT
           ELSE
               DISPLAY "MEMBER         : " SEARCH-EMP-ID
                   " (NOT ON MASTER)"
           END-IF
           DISPLAY "FUND YEAR      : APRIL " SEARCH-FY " TO MARCH"

           IF PB-FOUND = "N"
               DISPLAY "NO PF ENTRIES ON THE LEDGER FOR THIS MEMBER"
           ELSE
               MOVE PB-OPENING TO SHOW-BALANCE
               DISPLAY "OPENING BALANCE: " SHOW-BALANCE
               MOVE PB-EMP-SHARE TO SHOW-AMOUNT
               DISPLAY "EMPLOYEE SHARE : " SHOW-AMOUNT
               MOVE PB-ER-SHARE TO SHOW-AMOUNT
               DISPLAY "EMPLOYER SHARE : " SHOW-AMOUNT
               MOVE PB-INTEREST TO SHOW-AMOUNT
               DISPLAY "INTEREST       : " SHOW-AMOUNT
               IF PB-WITHDRAWN > 0
                   MOVE PB-WITHDRAWN TO SHOW-AMOUNT
                   DISPLAY "WITHDRAWN      : " SHOW-AMOUNT
               END-IF
               MOVE PB-CLOSING TO SHOW-BALANCE
               DISPLAY "BALANCE        : " SHOW-BALANCE
           END-IF.

       ANNUAL-STATEMENT.
           DISPLAY "FUND YEAR STARTING APRIL (YYYY, 0 = LAST ENDED):"
           ACCEPT SEARCH-FY
           IF SEARCH-FY = 0
               COMPUTE SEARCH-FY = WS-CUR-FY - 1
           END-IF
           DISPLAY "EMPLOYEE ID (0 = ALL MEMBERS):"
           ACCEPT SEARCH-EMP-ID

           PERFORM VARYING MB-SUB FROM 1 BY 1 UNTIL MB-SUB > 999
               MOVE "N" TO MB-FLAG (MB-SUB)
           END-PERFORM
           IF SEARCH-EMP-ID = 0
               PERFORM LOAD-MEMBERS
           ELSE
               IF SEARCH-EMP-ID <= 999
                   MOVE "Y" TO MB-FLAG (SEARCH-EMP-ID)
               END-IF
           END-IF

           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           IF SEARCH-EMP-ID = 0
               STRING "pf-statement-" SEARCH-FY ".dat"
                   DELIMITED BY SIZE INTO RPT-FILENAME
           ELSE
               STRING "pf-statement-" SEARCH-FY "-" SEARCH-EMP-ID
                   ".dat" DELIMITED BY SIZE INTO RPT-FILENAME
           END-IF
           MOVE SPACES TO RPT-TITLE
           STRING "PROVIDENT FUND STATEMENT, APRIL " SEARCH-FY
               " TO MARCH" DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "MEMBER" TO RPT-COLUMNS
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT
           MOVE 0 TO MEMBERS-PRINTED

           MOVE "N" TO EMP-OPEN-FLAG
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "Y" TO EMP-OPEN-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM VARYING MB-SUB FROM 1 BY 1 UNTIL MB-SUB > 999
               IF MB-FLAG (MB-SUB) = "Y"
                   PERFORM PRINT-MEMBER-STATEMENT
               END-IF
           END-PERFORM

           IF MEMBERS-PRINTED = 0
               MOVE "NO PF MEMBERS FOR THE YEAR" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE
           IF EMP-OPEN-FLAG = "Y"
               CLOSE EMP-FILE
           END-IF

           DISPLAY "MEMBER STATEMENTS: " MEMBERS-PRINTED
           DISPLAY "REPORT WRITTEN: " RPT-FILENAME.

       LOAD-MEMBERS.
           OPEN INPUT PF-LEDGER-FILE
           IF WS-PF-STATUS = "00" OR WS-PF-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PF-LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PM-EMP-ID > 0 AND PM-EMP-ID <= 999
                               MOVE "Y" TO MB-FLAG (PM-EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PF-LEDGER-FILE
           END-IF.

       PRINT-MEMBER-STATEMENT.
           MOVE MB-SUB TO PB-EMP-ID
           MOVE SEARCH-FY TO PB-FY-YEAR
           MOVE 0 TO PB-TO-PERIOD
           MOVE 0 TO PB-INT-RATE
           CALL "PFBAL" USING PFBAL-AREA

      *    A MEMBER WITH NOTHING BROUGHT IN AND NO MOVEMENT IN THE
      *    YEAR HAS NO STATEMENT
           IF PB-FOUND = "Y"
               AND (PB-OPENING NOT = 0 OR PB-EMP-SHARE > 0
                   OR PB-ER-SHARE > 0 OR PB-INTEREST > 0
                   OR PB-WITHDRAWN > 0)
               ADD 1 TO MEMBERS-PRINTED
               MOVE SPACES TO EMP-NAME
               MOVE SPACES TO EMP-DEPT
               IF EMP-OPEN-FLAG = "Y"
                   MOVE MB-SUB TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "?" TO EMP-NAME
                   END-READ
               END-IF

               IF RPT-LINE-COUNT > 52
                   MOVE 99 TO RPT-LINE-COUNT
               END-IF
               MOVE SPACES TO RPT-DETAIL
               STRING "MEMBER " PB-EMP-ID "  " EMP-NAME "  DEPT "
                   EMP-DEPT DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE

               MOVE "OPENING BALANCE       :" TO PS-LABEL
               MOVE PB-OPENING TO PS-AMOUNT
               MOVE PS-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE "EMPLOYEE CONTRIBUTION :" TO PS-LABEL
               MOVE PB-EMP-SHARE TO PS-AMOUNT
               MOVE PS-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE "EMPLOYER CONTRIBUTION :" TO PS-LABEL
               MOVE PB-ER-SHARE TO PS-AMOUNT
               MOVE PS-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE "INTEREST CREDITED     :" TO PS-LABEL
               MOVE PB-INTEREST TO PS-AMOUNT
               MOVE PS-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               IF PB-WITHDRAWN > 0
                   MOVE "FINAL WITHDRAWAL      :" TO PS-LABEL
                   MOVE PB-WITHDRAWN TO PS-AMOUNT
                   MOVE PS-DETAIL-LINE TO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE "CLOSING BALANCE       :" TO PS-LABEL
               MOVE PB-CLOSING TO PS-AMOUNT
               MOVE PS-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FINAL-WITHDRAWAL.
      *    A LEAVER'S WHOLE BALANCE IS PAID OUT ONCE, AFTER THE
      *    SETTLEMENT HAS POSTED THE FINAL MONTH'S CONTRIBUTION.
      *    INTEREST FOR THE FUND YEAR SO FAR IS CREDITED FIRST AT
      *    THE RATE IN FORCE TODAY; THE YEAR-END RUN THEN LEAVES
      *    THE MEMBER OUT
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID

           PERFORM CHECK-WITHDRAWAL-ALLOWED
           IF WITHDRAW-OK-FLAG = "Y"
               MOVE SEARCH-EMP-ID TO PB-EMP-ID
               MOVE WS-CUR-FY TO PB-FY-YEAR
               MOVE WS-CUR-PERIOD TO PB-TO-PERIOD
               MOVE WS-PF-INT-RATE TO PB-INT-RATE
               CALL "PFBAL" USING PFBAL-AREA

               MOVE PB-INT-DUE TO WD-INTEREST
               COMPUTE WD-PAYOUT = PB-CLOSING + WD-INTEREST

               DISPLAY " "
               DISPLAY "MEMBER         : " EMP-ID " " EMP-NAME
               DISPLAY "LEFT ON        : " EMP-LEAVE-DATE
               MOVE PB-CLOSING TO SHOW-BALANCE
               DISPLAY "BALANCE        : " SHOW-BALANCE
               MOVE WS-PF-INT-RATE TO SHOW-RATE
               MOVE WD-INTEREST TO SHOW-AMOUNT
               DISPLAY "INTEREST DUE   : " SHOW-AMOUNT
                   "  AT " SHOW-RATE " FOR APRIL " WS-CUR-FY
                   " TO " WS-CUR-PERIOD
               MOVE WD-PAYOUT TO SHOW-BALANCE
               DISPLAY "TO BE PAID OUT : " SHOW-BALANCE

               IF WD-PAYOUT NOT > 0
                   DISPLAY "NOTHING TO WITHDRAW"
               ELSE
                   DISPLAY "POST THIS WITHDRAWAL (Y/N)?"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
                       PERFORM POST-WITHDRAWAL
                   ELSE
                       DISPLAY "WITHDRAWAL NOT POSTED"
                   END-IF
               END-IF
           END-IF.

       CHECK-WITHDRAWAL-ALLOWED.
           MOVE "N" TO WITHDRAW-OK-FLAG

           PERFORM FIND-EMPLOYEE
           IF EMP-FOUND-FLAG = "N"
               DISPLAY "EMPLOYEE NOT ON MASTER"
           ELSE
               IF EMP-STATUS NOT = "LEFT" OR EMP-LEAVE-DATE = 0
                   DISPLAY "EMPLOYEE IS NOT MARKED LEFT WITH A "
                       "LEAVING DATE - NO FINAL WITHDRAWAL"
               ELSE
                   PERFORM CHECK-SETTLED
                   PERFORM SCAN-MEMBER-ENTRIES
                   PERFORM LOAD-PF-INT-RATE
                   EVALUATE TRUE
                       WHEN SETTLED-FLAG = "N"
                           DISPLAY "LEAVER NOT YET SETTLED - POST THE "
                               "SETTLEMENT FIRST SO THE FINAL "
                               "MONTH'S PF IS ON THE LEDGER"
                       WHEN WITHDRAWN-FLAG = "Y"
                           DISPLAY "PF ALREADY WITHDRAWN ON "
                               WS-WITHDRAWN-ON
                       WHEN PRIOR-ENTRY-FLAG = "Y"
                           AND PRIOR-CREDIT-FLAG = "N"
                           DISPLAY "YEAR-END INTEREST TO "
                               WS-PRIOR-MARCH " NOT YET CREDITED - "
                               "RUN PFINTRST FIRST"
                       WHEN WS-BEST-EFF-DATE = 0
                           DISPLAY "NO PF INTEREST RATE ON AN "
                               "APPROVED RATE SET"
                       WHEN OTHER
                           MOVE "Y" TO WITHDRAW-OK-FLAG
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-FLAG
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               IF SEARCH-EMP-ID <= 999
                   MOVE SEARCH-EMP-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "N" TO EMP-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO EMP-FOUND-FLAG
                   END-READ
               END-IF
               CLOSE EMP-FILE
           END-IF.

       CHECK-SETTLED.
           MOVE "N" TO SETTLED-FLAG
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS = "00" OR WS-SETTLE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ST-EMP-ID = SEARCH-EMP-ID
                               MOVE "Y" TO SETTLED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

       SCAN-MEMBER-ENTRIES.
      *    A WITHDRAWAL IS PAID ONCE. THE MEMBER'S BALANCE MUST ALSO
      *    HAVE HAD LAST YEAR'S INTEREST: IF THERE ARE ENTRIES FROM
      *    BEFORE THIS FUND YEAR, THE YEAR-END CREDIT TO THE MARCH
      *    JUST GONE MUST BE ON THE LEDGER
           MOVE "N" TO WITHDRAWN-FLAG
           MOVE "N" TO PRIOR-ENTRY-FLAG
           MOVE "N" TO PRIOR-CREDIT-FLAG
           MOVE 0 TO WS-WITHDRAWN-ON
           COMPUTE WS-PRIOR-MARCH = WS-CUR-FY * 100 + 3

           OPEN INPUT PF-LEDGER-FILE
           IF WS-PF-STATUS = "00" OR WS-PF-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PF-LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PM-TYPE = "I"
                               AND PM-SOURCE = "YEAR-END"
                               AND PM-PERIOD = WS-PRIOR-MARCH
                               MOVE "Y" TO PRIOR-CREDIT-FLAG
                           END-IF
                           IF PM-EMP-ID = SEARCH-EMP-ID
                               IF PM-TYPE = "W"
                                   MOVE "Y" TO WITHDRAWN-FLAG
                                   MOVE PM-POST-DATE
                                       TO WS-WITHDRAWN-ON
                               END-IF
                               IF PM-PERIOD <= WS-PRIOR-MARCH
                                   MOVE "Y" TO PRIOR-ENTRY-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PF-LEDGER-FILE
           END-IF.

       LOAD-PF-INT-RATE.
           MOVE WS-TODAY TO WS-RATE-SEL-DATE
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-PF-INT-RATE

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RT-EFF-DATE <= WS-RATE-SEL-DATE
                               AND RT-EFF-DATE > WS-BEST-EFF-DATE
                               AND (RT-STATUS = "APPROVED"
                                   OR RT-STATUS = SPACES)
                               AND RT-PF-INT-RATE NUMERIC
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-PF-INT-RATE TO WS-PF-INT-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       POST-WITHDRAWAL.
           OPEN EXTEND PF-LEDGER-FILE
           IF WS-PF-STATUS = "35"
               OPEN OUTPUT PF-LEDGER-FILE
           END-IF

           MOVE SEARCH-EMP-ID TO PM-EMP-ID
           MOVE WS-CUR-PERIOD TO PM-PERIOD
           MOVE WS-TODAY TO PM-POST-DATE
           MOVE "WITHDRAWAL" TO PM-SOURCE
           MOVE SIGNON-EMP-ID TO PM-POSTED-BY
           IF WD-INTEREST > 0
               MOVE "I" TO PM-TYPE
               MOVE WD-INTEREST TO PM-AMOUNT
               WRITE PF-LEDGER-REC
           END-IF
           MOVE "W" TO PM-TYPE
           MOVE WD-PAYOUT TO PM-AMOUNT
           WRITE PF-LEDGER-REC

           CLOSE PF-LEDGER-FILE

           PERFORM WRITE-WITHDRAWAL-STATEMENT

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "PFLEDGER" TO AJ-PROGRAM
           MOVE "PF WITHDRAW" TO AJ-ACTION
           MOVE SEARCH-EMP-ID TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           DISPLAY "WITHDRAWAL POSTED"
           DISPLAY "STATEMENT WRITTEN: " WS-STMT-FILENAME.

       WRITE-WITHDRAWAL-STATEMENT.
           MOVE SPACES TO WS-STMT-FILENAME
           STRING "pf-withdrawal-" SEARCH-EMP-ID ".dat"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           OPEN OUTPUT STATEMENT-FILE

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "PROVIDENT FUND FINAL WITHDRAWAL" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO ST-TEXT-LINE
           MOVE "MEMBER                :" TO SX-LABEL
           MOVE SEARCH-EMP-ID TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "NAME                  :" TO SX-LABEL
           MOVE EMP-NAME TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "DATE OF LEAVING       :" TO SX-LABEL
           MOVE EMP-LEAVE-DATE TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "PAID ON               :" TO SX-LABEL
           MOVE WS-TODAY TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "OPENING BALANCE       :" TO SD-LABEL
           MOVE PB-OPENING TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "EMPLOYEE CONTRIBUTION :" TO SD-LABEL
           MOVE PB-EMP-SHARE TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "EMPLOYER CONTRIBUTION :" TO SD-LABEL
           MOVE PB-ER-SHARE TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "INTEREST TO LEAVING   :" TO SD-LABEL
           MOVE WD-INTEREST TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "AMOUNT PAID OUT       :" TO SD-LABEL
           MOVE WD-PAYOUT TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           CLOSE STATEMENT-FILE.

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
