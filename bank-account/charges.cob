       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CHARGE-SCHED-FILE ASSIGN TO "charge-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT CHARGE-WAIVER-FILE ASSIGN TO "charge-waivers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIVER-STATUS.

           SELECT UNRECOVERED-FILE ASSIGN TO "charge-unrecovered.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNREC-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD CHARGE-SCHED-FILE.
       COPY CHGSCHED.

       FD CHARGE-WAIVER-FILE.
       COPY CHGWAIV.

       FD UNRECOVERED-FILE.
       01 UNRECOVERED-REC.
           05 CU-DATE        PIC 9(8).
           05 CU-ACC-NUMBER  PIC 9(5).
           05 CU-EVENT       PIC X(4).
           05 CU-AMOUNT      PIC 9(5)V99.
           05 CU-REF         PIC X(14).
           05 CU-REASON      PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X.
       01 DONE-FLAG         PIC X.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-SCHED-STATUS   PIC X(2).
       01 WS-WAIVER-STATUS  PIC X(2).
       01 WS-UNREC-STATUS   PIC X(2).
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 LIST-COUNT        PIC 9(5).
       01 SEARCH-ACC        PIC 9(5).
       01 WS-CHG-TS         PIC 9(14).
       01 WS-CHG-TS-X REDEFINES WS-CHG-TS PIC X(14).
       01 WS-CHG-AMOUNT     PIC 9(5)V99.
       01 WS-PERIOD         PIC 9(6).
       01 WS-ENTRY-PERIOD   PIC 9(6).
       01 WS-AMOUNT-EDIT    PIC Z(6)9.99.

      *    FEE INCOME BY SCHEDULE EVENT FOR THE MONTH
       01 FEE-TABLE-COUNT   PIC 9(2) VALUE 0.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 20 TIMES INDEXED BY FE-IDX.
               10 FE-EVENT      PIC X(4).
               10 FE-DESC       PIC X(20).
               10 FE-COUNT      PIC 9(5).
               10 FE-AMOUNT     PIC 9(9)V99.
       01 FEE-FOUND-FLAG    PIC X.
       01 WS-FEE-GROSS      PIC 9(9)V99.
       01 WS-WAIVE-COUNT    PIC 9(5).
       01 WS-WAIVE-TOTAL    PIC 9(9)V99.
       01 WS-UNREC-COUNT    PIC 9(5).
       01 WS-UNREC-TOTAL    PIC 9(9)V99.
       01 WS-FEE-NET        PIC S9(9)V99.
       01 WS-NET-EDIT       PIC -(9)9.99.
       01 WS-TOTAL-EDIT     PIC Z(8)9.99.

       01 CHG-ENTRY-EVENT   PIC X(4).

       COPY SIGNONWS.
       COPY PERCHK.
       COPY CHKDGT.
       COPY ACTJRNL.
       COPY BATCHLNK.
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

           PERFORM UNTIL CHOICE = 8

               DISPLAY " "
               DISPLAY "===== SERVICE CHARGES ====="
               DISPLAY "1. SET A CHARGE ON THE SCHEDULE"
               DISPLAY "2. LIST CHARGE SCHEDULE"
               DISPLAY "3. GRANT A STANDING WAIVER"
               DISPLAY "4. LIST STANDING WAIVERS"
               DISPLAY "5. WAIVE A CHARGE ALREADY TAKEN"
               DISPLAY "6. MONTH-END MAINTENANCE FEE RUN"
               DISPLAY "7. MONTHLY FEE-INCOME REPORT"
               DISPLAY "8. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-SCHEDULED-CHARGE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-CHARGE-SCHEDULE
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM GRANT-STANDING-WAIVER
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM LIST-STANDING-WAIVERS
                   WHEN 5
                       IF SIGNON-SUPERVISOR
                           PERFORM CHECK-PERIOD-OPEN
                           IF PK-RESULT = "O"
                               PERFORM WAIVE-POSTED-CHARGE
                           END-IF
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 6
                       IF SIGNON-SUPERVISOR
                           MOVE "MNTH" TO CG-MODE
                           MOVE 0 TO CG-PERIOD
                           CALL "CHGRUN" USING CHGRUN-AREA
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 7 PERFORM FEE-INCOME-REPORT
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

       SET-SCHEDULED-CHARGE.
      *    THE SCHEDULE IS APPEND-ONLY; THE LATEST LINE FOR AN
      *    EVENT IS THE ONE IN FORCE, SO EARLIER AMOUNTS STAY ON
      *    FILE AS A HISTORY OF WHAT WAS CHARGED WHEN
           DISPLAY "EVENT (BOOK, CRTN, MINB, MNTH, ORTN):"
           ACCEPT CS-EVENT
           IF CS-EVENT NOT = "BOOK" AND CS-EVENT NOT = "CRTN"
               AND CS-EVENT NOT = "MINB" AND CS-EVENT NOT = "MNTH"
               AND CS-EVENT NOT = "ORTN"
               DISPLAY "UNKNOWN CHARGE EVENT - NOT SET"
           ELSE
               DISPLAY "DESCRIPTION:"
               ACCEPT CS-DESC
               DISPLAY "AMOUNT (0 TO STOP CHARGING):"
               ACCEPT CS-AMOUNT
               DISPLAY "ACCOUNT TYPES CHARGED (SC, S OR C):"
               ACCEPT CS-ACC-TYPES

               OPEN EXTEND CHARGE-SCHED-FILE
               IF WS-SCHED-STATUS = "35"
                   OPEN OUTPUT CHARGE-SCHED-FILE
               END-IF
               WRITE CHARGE-SCHED-REC
               CLOSE CHARGE-SCHED-FILE
               DISPLAY "CHARGE " CS-EVENT " SET AT " CS-AMOUNT

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "CHGMAINT    " TO AJ-PROGRAM
               MOVE "SET CHARGE  " TO AJ-ACTION
               MOVE CS-EVENT TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA
           END-IF.

       LIST-CHARGE-SCHEDULE.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT CHARGE-SCHED-FILE
           IF WS-SCHED-STATUS = "35"
               DISPLAY "NO CHARGE SCHEDULE ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "EVENT DESCRIPTION            AMOUNT  TYPES"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHARGE-SCHED-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           MOVE CS-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY CS-EVENT "  " CS-DESC " "
                               WS-AMOUNT-EDIT "  " CS-ACC-TYPES
                   END-READ
               END-PERFORM
               CLOSE CHARGE-SCHED-FILE
               DISPLAY "LINES LISTED: " LIST-COUNT
                   " (THE LAST LINE PER EVENT IS IN FORCE)"
           END-IF.

       GRANT-STANDING-WAIVER.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "WAIVER NOT GRANTED"
           ELSE
               MOVE SEARCH-ACC TO CW-ACC-NUMBER
               DISPLAY "EVENT TO WAIVE (BOOK, CRTN, MINB, MNTH, "
                   "ORTN OR ALL):"
               ACCEPT CW-EVENT
               DISPLAY "WAIVED UNTIL (YYYYMMDD):"
               ACCEPT CW-UNTIL-DATE
               DISPLAY "REASON:"
               ACCEPT CW-REASON
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE TO CW-GRANT-DATE
               MOVE SIGNON-EMP-ID TO CW-GRANTED-BY

               IF CW-UNTIL-DATE < WS-DATE
                   DISPLAY "WAIVER WOULD ALREADY HAVE EXPIRED - "
                       "NOT GRANTED"
               ELSE
                   OPEN EXTEND CHARGE-WAIVER-FILE
                   IF WS-WAIVER-STATUS = "35"
                       OPEN OUTPUT CHARGE-WAIVER-FILE
                   END-IF
                   WRITE CHARGE-WAIVER-REC
                   CLOSE CHARGE-WAIVER-FILE
                   DISPLAY "WAIVER GRANTED"

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "CHGMAINT    " TO AJ-PROGRAM
                   MOVE "GRANT WAIVER" TO AJ-ACTION
                   MOVE SEARCH-ACC TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA
               END-IF
           END-IF.

       LIST-STANDING-WAIVERS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT CHARGE-WAIVER-FILE
           IF WS-WAIVER-STATUS = "35"
               DISPLAY "NO STANDING WAIVERS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "ACCOUNT EVENT UNTIL     BY  REASON"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHARGE-WAIVER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           DISPLAY CW-ACC-NUMBER "   " CW-EVENT "  "
                               CW-UNTIL-DATE "  " CW-GRANTED-BY " "
                               CW-REASON
                   END-READ
               END-PERFORM
               CLOSE CHARGE-WAIVER-FILE
               DISPLAY "WAIVERS LISTED: " LIST-COUNT
           END-IF.

       WAIVE-POSTED-CHARGE.
      *    A CHARGE TAKEN IN ERROR OR FORGIVEN IS REFUNDED AS A
      *    CHGWAIVE CREDIT CARRYING THE ORIGINAL ENTRY'S TIMESTAMP,
      *    SO IT CAN BE REFUNDED ONLY ONCE
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "N"
               DISPLAY "NOTHING WAIVED"
           ELSE
               PERFORM LIST-ACCOUNT-CHARGES
               IF LIST-COUNT = 0
                   DISPLAY "NO CHARGES ON FILE FOR THIS ACCOUNT"
               ELSE
                   DISPLAY "TIMESTAMP OF THE CHARGE TO WAIVE:"
                   ACCEPT WS-CHG-TS
                   PERFORM FIND-WAIVABLE-CHARGE
                   EVALUATE TRUE
                       WHEN FOUND-FLAG = "N"
                           DISPLAY "NO SUCH CHARGE ON THIS ACCOUNT"
                       WHEN DONE-FLAG = "Y"
                           DISPLAY "CHARGE ALREADY WAIVED"
                       WHEN OTHER
                           PERFORM POST-CHARGE-WAIVER
                   END-EVALUATE
               END-IF
           END-IF.

       LIST-ACCOUNT-CHARGES.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "TIMESTAMP       REFERENCE       AMOUNT"
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
                           END-IF
                           IF TL-ACC-NUMBER = SEARCH-ACC
                               AND TL-TYPE = "SVCCHG  "
                               ADD 1 TO LIST-COUNT
                               DISPLAY TL-TIMESTAMP "  " TL-REF
                                   "  " TL-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       FIND-WAIVABLE-CHARGE.
           MOVE "N" TO FOUND-FLAG
           MOVE "N" TO DONE-FLAG

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
                               IF TL-TYPE = "SVCCHG  "
                                   AND TL-TIMESTAMP = WS-CHG-TS
                                   AND FOUND-FLAG = "N"
                                   MOVE "Y" TO FOUND-FLAG
                                   MOVE TL-AMOUNT TO WS-CHG-AMOUNT
                               END-IF
                               IF TL-TYPE = "CHGWAIVE"
                                   AND TL-REF = WS-CHG-TS-X
                                   MOVE "Y" TO DONE-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       POST-CHARGE-WAIVER.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE SEARCH-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       IF ACC-CLOSED-FLAG = "C"
                           DISPLAY "ACCOUNT IS CLOSED - NOTHING "
                               "WAIVED"
                       ELSE
                           ADD WS-CHG-AMOUNT TO BALANCE
                           REWRITE ACCOUNT-REC
                           PERFORM LOG-WAIVER-ENTRY
                           DISPLAY "CHARGE OF " WS-CHG-AMOUNT
                               " WAIVED. NEW BALANCE: " BALANCE

                           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                           MOVE "CHGMAINT    " TO AJ-PROGRAM
                           MOVE "WAIVE CHARGE" TO AJ-ACTION
                           MOVE SEARCH-ACC TO AJ-KEY
                           CALL "ACTLOG" USING ACTJRNL-AREA
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "FILE OPEN ERROR, STATUS: " WS-ACCOUNT-STATUS
           END-IF.

       LOG-WAIVER-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           MOVE ACC-NUMBER    TO TL-ACC-NUMBER
           MOVE "CHGWAIVE"    TO TL-TYPE
           MOVE WS-CHG-AMOUNT TO TL-AMOUNT
           MOVE BALANCE       TO TL-BALANCE
           MOVE WS-TIMESTAMP  TO TL-TIMESTAMP
           MOVE WS-CHG-TS-X   TO TL-REF
           MOVE "SVCCHG  "    TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       FEE-INCOME-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM):"
           ACCEPT WS-PERIOD

           PERFORM LOAD-FEE-EVENTS

           MOVE 0 TO WS-WAIVE-COUNT
           MOVE 0 TO WS-WAIVE-TOTAL
           MOVE 0 TO WS-UNREC-COUNT
           MOVE 0 TO WS-UNREC-TOTAL
           MOVE 0 TO WS-FEE-GROSS

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-PERIOD * 100000000
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
                           IF TL-TIMESTAMP (1:6) > WS-PERIOD
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                           MOVE TL-TIMESTAMP (1:6) TO WS-ENTRY-PERIOD
                           IF WS-ENTRY-PERIOD = WS-PERIOD
                               PERFORM ACCUMULATE-FEE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF

           OPEN INPUT UNRECOVERED-FILE
           IF WS-UNREC-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ UNRECOVERED-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE CU-DATE (1:6) TO WS-ENTRY-PERIOD
                           IF WS-ENTRY-PERIOD = WS-PERIOD
                               ADD 1 TO WS-UNREC-COUNT
                               ADD CU-AMOUNT TO WS-UNREC-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNRECOVERED-FILE
           END-IF

           PERFORM WRITE-FEE-REPORT.

       LOAD-FEE-EVENTS.
      *    ONE LINE PER SCHEDULED EVENT, EVEN WHEN NOTHING WAS
      *    CHARGED, SO THE REPORT SHOWS EVERY FEE LINE
           MOVE 0 TO FEE-TABLE-COUNT

           OPEN INPUT CHARGE-SCHED-FILE
           IF WS-SCHED-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHARGE-SCHED-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE CS-EVENT TO CHG-ENTRY-EVENT
                           PERFORM FIND-FEE-EVENT
                           IF FEE-FOUND-FLAG = "Y"
                               MOVE CS-DESC TO FE-DESC (FE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-SCHED-FILE
           END-IF.

       FIND-FEE-EVENT.
      *    LOCATES CHG-ENTRY-EVENT IN THE TABLE, ADDING IT IF NEW
           MOVE "N" TO FEE-FOUND-FLAG
           PERFORM VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > FEE-TABLE-COUNT
                       OR FEE-FOUND-FLAG = "Y"
               IF FE-EVENT (FE-IDX) = CHG-ENTRY-EVENT
                   MOVE "Y" TO FEE-FOUND-FLAG
               END-IF
           END-PERFORM
           IF FEE-FOUND-FLAG = "Y"
               SET FE-IDX DOWN BY 1
           ELSE
               IF FEE-TABLE-COUNT < 20
                   ADD 1 TO FEE-TABLE-COUNT
                   SET FE-IDX TO FEE-TABLE-COUNT
                   MOVE CHG-ENTRY-EVENT TO FE-EVENT (FE-IDX)
                   MOVE SPACES TO FE-DESC (FE-IDX)
                   MOVE 0 TO FE-COUNT (FE-IDX)
                   MOVE 0 TO FE-AMOUNT (FE-IDX)
                   MOVE "Y" TO FEE-FOUND-FLAG
               END-IF
           END-IF.

       ACCUMULATE-FEE-ENTRY.
           EVALUATE TL-TYPE
               WHEN "SVCCHG  "
                   MOVE TL-REF (1:4) TO CHG-ENTRY-EVENT
                   PERFORM FIND-FEE-EVENT
                   IF FEE-FOUND-FLAG = "Y"
                       ADD 1 TO FE-COUNT (FE-IDX)
                       ADD TL-AMOUNT TO FE-AMOUNT (FE-IDX)
                   END-IF
                   ADD TL-AMOUNT TO WS-FEE-GROSS
               WHEN "CHGWAIVE"
                   ADD 1 TO WS-WAIVE-COUNT
                   ADD TL-AMOUNT TO WS-WAIVE-TOTAL
           END-EVALUATE.

       WRITE-FEE-REPORT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "fee-income-" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SERVICE CHARGE FEE INCOME  PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "EVENT DESCRIPTION           COUNT         AMOUNT"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           PERFORM VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > FEE-TABLE-COUNT
               MOVE FE-AMOUNT (FE-IDX) TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-DETAIL
               STRING FE-EVENT (FE-IDX) "  " FE-DESC (FE-IDX)
                   "  " FE-COUNT (FE-IDX) "  " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               DISPLAY RPT-DETAIL
           END-PERFORM

           COMPUTE WS-FEE-NET = WS-FEE-GROSS - WS-WAIVE-TOTAL

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FEE-GROSS TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "GROSS CHARGES                        "
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL
           MOVE WS-WAIVE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "LESS WAIVERS REFUNDED       " WS-WAIVE-COUNT
               "  " WS-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL
           MOVE WS-FEE-NET TO WS-NET-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "NET FEE INCOME                      "
               WS-NET-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL
           MOVE WS-UNREC-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "CHARGES NOT RECOVERED       " WS-UNREC-COUNT
               "  " WS-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

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
