       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leave-records.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT TAX-DECL-FILE ASSIGN TO "tax-declarations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.

           SELECT ADVANCE-FILE ASSIGN TO "staff-advances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADV-STATUS.

           SELECT ADV-TEMP-FILE ASSIGN TO "staff-advances.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD SETTLEMENT-FILE.
       COPY SETTLE.

       FD SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD RATES-FILE.
       COPY PAYRATES.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD TAX-DECL-FILE.
       COPY TAXDECL.

       FD ADVANCE-FILE.
       COPY ADVREC.

       FD ADV-TEMP-FILE.
       COPY ADVREC REPLACING ==ADVANCE-REC== BY ==ADV-TEMP-REC==
                    LEADING ==AD== BY ==AT==.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-SETTLE-STATUS  PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 WS-LEAVE-STATUS   PIC X(2).
       01 WS-DECL-STATUS    PIC X(2).
       01 WS-ADV-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 SEARCH-EMP-ID     PIC 9(5).
       01 CONFIRM-ANSWER    PIC X.
       01 SETTLE-OK-FLAG    PIC X.
       01 ALREADY-SETTLED-FLAG PIC X.
       01 FINAL-PAID-FLAG   PIC X.
       01 WS-SETTLED-ON     PIC 9(8).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RUN-PERIOD     PIC 9(6).
       01 WS-LEAVE-PERIOD   PIC 9(6).
       01 WS-LEAVE-YEAR     PIC 9(4).
       01 WS-LEAVE-MONTH    PIC 9(2).
       01 WS-LEAVE-DAY      PIC 9(2).
       01 WS-JOIN-YEAR      PIC 9(4).
       01 WS-JOIN-MONTH     PIC 9(2).
       01 WS-ADV-FILENAME   PIC X(20) VALUE "staff-advances.dat".
       01 WS-ADV-TEMP-FILENAME PIC X(20) VALUE "staff-advances.tmp".
       01 WS-STMT-FILENAME  PIC X(30).

      *    STATUTORY RATES IN FORCE FOR THE SETTLEMENT PERIOD; THE
      *    VALUES BELOW ARE THE FALLBACK WHEN PAY-RATES.DAT IS NOT ON
      *    FILE, AS IN THE PAYROLL RUN
       01 WS-RATE-SEL-DATE  PIC 9(8).
       01 WS-BEST-EFF-DATE  PIC 9(8).
       01 WS-PF-RATE        PIC V9(4) VALUE 0.12.
       01 WS-PTAX-LIMIT-1   PIC 9(6) VALUE 15000.
       01 WS-PTAX-LIMIT-2   PIC 9(6) VALUE 25000.
       01 WS-PTAX-AMT-2     PIC 9(4) VALUE 150.
       01 WS-PTAX-AMT-3     PIC 9(4) VALUE 200.
       01 WS-ITAX-LIMIT-1   PIC 9(6) VALUE 25000.
       01 WS-ITAX-LIMIT-2   PIC 9(6) VALUE 50000.
       01 WS-ITAX-RATE-2    PIC V9(4) VALUE 0.05.
       01 WS-ITAX-RATE-3    PIC V9(4) VALUE 0.10.

      *    THE FINAL MONTH IS PRO-RATED ON THE SAME 30-DAY MONTH AS
      *    UNPAID LEAVE. UNUSED PAID LEAVE IS THE WHOLE DAYS LEFT ON
      *    THE ENTITLEMENT LEDGER FOR THE LEAVING YEAR; A LEAVER WITH
      *    NO LEDGER ROW IS TAKEN AS ACCRUING 24 DAYS A CALENDAR YEAR.
      *    GRATUITY IS 15 DAYS' PAY (ON A 26-DAY MONTH) PER YEAR OF
      *    SERVICE, A PART YEAR OF SIX MONTHS OR MORE COUNTING AS A
      *    YEAR, AFTER FIVE COMPLETED YEARS, UP TO THE CEILING
       01 MONTH-DAYS        PIC 9(2) VALUE 30.
       01 ANNUAL-LEAVE-DAYS PIC 9(2) VALUE 24.
       01 GRATUITY-MIN-YRS  PIC 9(2) VALUE 5.
       01 GRATUITY-CEILING  PIC 9(6) VALUE 500000.

       01 DAYS-PAID         PIC 9(2).
       01 LOP-DAYS          PIC 9(2).
       01 FINAL-BASIC       PIC 9(6).
       01 LEAVE-MONTHS      PIC 9(2).
       01 LEAVE-ACCRUED     PIC 9(3).
       01 LEAVE-TAKEN       PIC 9(3).
       01 ENCASH-DAYS       PIC 9(3).
       01 ENCASHMENT        PIC 9(6).
       01 SERVICE-DAYS      PIC 9(6).
       01 SERVICE-YRS       PIC 9(2).
       01 SERVICE-REM-DAYS  PIC 9(3).
       01 COMPLETED-YRS     PIC 9(2).
       01 GRATUITY          PIC 9(6).
       01 GROSS-PAY         PIC 9(7).
       01 TAXABLE-PAY       PIC 9(7).
       01 TAX-EXEMPT-USED   PIC 9(6).
       01 WS-DECL-BEST-PER  PIC 9(6).
       01 PF-DEDUCTION      PIC 9(6)V99.
       01 PROF-TAX          PIC 9(4)V99.
       01 INCOME-TAX        PIC 9(6)V99.
       01 ADV-BALANCE       PIC 9(6)V99.
       01 ADV-RECOVERY      PIC 9(6)V99.
       01 DUE-FROM-EMP      PIC 9(6)V99.
       01 WS-NET            PIC S9(7)V99.
       01 NET-PAY           PIC 9(7)V99.
       01 TOTAL-DEDUCTIONS  PIC 9(7)V99.

       01 WHOLE-BALANCE     PIC 9(3).

       01 ST-DETAIL-LINE.
           05 SD-LABEL        PIC X(24).
           05 SD-AMOUNT       PIC Z(7)9.99.
           05 FILLER          PIC X(25).
       01 ST-TEXT-LINE.
           05 SX-LABEL        PIC X(24).
           05 SX-VALUE        PIC X(36).

       COPY LEAVEBAL.
       COPY PFPOST.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    FULL AND FINAL SETTLEMENT OF AN EMPLOYEE MARKED LEFT ON
      *    THE MASTER: THE FINAL MONTH'S BASIC PRO-RATED TO THE
      *    LEAVING DATE, ENCASHMENT OF UNUSED PAID LEAVE, GRATUITY
      *    FOR THE SERVICE SINCE JOINING, LESS THE USUAL STATUTORY
      *    DEDUCTIONS AND THE WHOLE OF ANY STAFF ADVANCE STILL OWED.
      *    THE RESULT GOES TO SALARY HISTORY AS A REC-TYPE F ROW IN
      *    THE CURRENT PAY PERIOD, SO THE SALARY CREDIT RUN PAYS IT
      *    AND THE REMITTANCE AND YTD REGISTERS PICK IT UP. AN
      *    EMPLOYEE ON SETTLEMENTS.DAT IS NEVER SETTLED AGAIN
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD

           DISPLAY "===== FULL AND FINAL SETTLEMENT ====="
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID

           PERFORM CHECK-SETTLEMENT-ALLOWED
           IF SETTLE-OK-FLAG = "Y"
               PERFORM COMPUTE-SETTLEMENT
               PERFORM DISPLAY-SETTLEMENT
               DISPLAY "POST THIS SETTLEMENT (Y/N)?"
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
                   PERFORM POST-SETTLEMENT
               ELSE
                   DISPLAY "SETTLEMENT NOT POSTED"
               END-IF
           END-IF

           STOP RUN.

       CHECK-SETTLEMENT-ALLOWED.
           MOVE "N" TO SETTLE-OK-FLAG

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS: "
                   WS-EMP-STATUS
           ELSE
               IF SEARCH-EMP-ID > 999
                   DISPLAY "EMPLOYEE NOT ON MASTER"
               ELSE
                   MOVE SEARCH-EMP-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           DISPLAY "EMPLOYEE NOT ON MASTER"
                       NOT INVALID KEY
                           PERFORM CHECK-LEAVER
                   END-READ
               END-IF
               CLOSE EMP-FILE
           END-IF.

       CHECK-LEAVER.
           IF EMP-STATUS NOT = "LEFT" OR EMP-LEAVE-DATE = 0
               DISPLAY "EMPLOYEE IS NOT MARKED LEFT WITH A LEAVING "
                   "DATE - NOTHING TO SETTLE"
           ELSE
               PERFORM CHECK-ALREADY-SETTLED
               IF ALREADY-SETTLED-FLAG = "Y"
                   DISPLAY "EMPLOYEE WAS ALREADY SETTLED ON "
                       WS-SETTLED-ON " - NOT SETTLED AGAIN"
               ELSE
                   MOVE "Y" TO SETTLE-OK-FLAG
               END-IF
           END-IF.

       CHECK-ALREADY-SETTLED.
           MOVE "N" TO ALREADY-SETTLED-FLAG
           MOVE 0 TO WS-SETTLED-ON

           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS = "00" OR WS-SETTLE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ST-EMP-ID = SEARCH-EMP-ID
                               MOVE "Y" TO ALREADY-SETTLED-FLAG
                               MOVE ST-RUN-DATE TO WS-SETTLED-ON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

       COMPUTE-SETTLEMENT.
           DIVIDE EMP-LEAVE-DATE BY 100 GIVING WS-LEAVE-PERIOD
           MOVE EMP-LEAVE-DATE (1:4) TO WS-LEAVE-YEAR
           MOVE EMP-LEAVE-DATE (5:2) TO WS-LEAVE-MONTH
           MOVE EMP-LEAVE-DATE (7:2) TO WS-LEAVE-DAY

           PERFORM LOAD-PAY-RATES
           PERFORM COMPUTE-FINAL-MONTH
           PERFORM COMPUTE-ENCASHMENT
           PERFORM COMPUTE-GRATUITY

           COMPUTE GROSS-PAY = FINAL-BASIC + ENCASHMENT + GRATUITY

      *    PF ON THE BASIC EARNED ONLY; PROFESSIONAL TAX ON THE
      *    GROSS AS IN THE PAYROLL RUN; GRATUITY IS OUTSIDE THE
      *    INCOME TAX SLABS
           COMPUTE PF-DEDUCTION = FINAL-BASIC * WS-PF-RATE

           EVALUATE TRUE
               WHEN GROSS-PAY = 0
                   MOVE 0 TO PROF-TAX
               WHEN GROSS-PAY <= WS-PTAX-LIMIT-1
                   MOVE 0 TO PROF-TAX
               WHEN GROSS-PAY <= WS-PTAX-LIMIT-2
                   MOVE WS-PTAX-AMT-2 TO PROF-TAX
               WHEN OTHER
                   MOVE WS-PTAX-AMT-3 TO PROF-TAX
           END-EVALUATE

           COMPUTE TAXABLE-PAY = FINAL-BASIC + ENCASHMENT
           PERFORM FIND-TAX-EXEMPTION
           SUBTRACT TAX-EXEMPT-USED FROM TAXABLE-PAY

           EVALUATE TRUE
               WHEN TAXABLE-PAY <= WS-ITAX-LIMIT-1
                   MOVE 0 TO INCOME-TAX
               WHEN TAXABLE-PAY <= WS-ITAX-LIMIT-2
                   COMPUTE INCOME-TAX = TAXABLE-PAY * WS-ITAX-RATE-2
               WHEN OTHER
                   COMPUTE INCOME-TAX = TAXABLE-PAY * WS-ITAX-RATE-3
           END-EVALUATE

      *    THE WHOLE ADVANCE BALANCE COMES OFF; WHAT THE SETTLEMENT
      *    CANNOT COVER STAYS ON THE ADVANCE AS OWED BY THE LEAVER
           PERFORM FIND-ADVANCE-BALANCE
           COMPUTE WS-NET = GROSS-PAY
               - PF-DEDUCTION - PROF-TAX - INCOME-TAX
           IF WS-NET < 0
               MOVE 0 TO WS-NET
           END-IF
           IF ADV-BALANCE > WS-NET
               MOVE WS-NET TO ADV-RECOVERY
               COMPUTE DUE-FROM-EMP = ADV-BALANCE - ADV-RECOVERY
           ELSE
               MOVE ADV-BALANCE TO ADV-RECOVERY
               MOVE 0 TO DUE-FROM-EMP
           END-IF

           COMPUTE TOTAL-DEDUCTIONS = PF-DEDUCTION + PROF-TAX
               + INCOME-TAX + ADV-RECOVERY
           COMPUTE NET-PAY = WS-NET - ADV-RECOVERY.

       COMPUTE-FINAL-MONTH.
      *    DAYS UP TO AND INCLUDING THE LEAVING DATE, LESS ANY UNPAID
      *    LEAVE IN THAT PERIOD. IF THE PERIOD WAS ALREADY PAID IN
      *    FULL BY THE REGULAR PAYROLL NOTHING MORE IS DUE FOR IT
           MOVE WS-LEAVE-DAY TO DAYS-PAID
           IF DAYS-PAID > MONTH-DAYS
               MOVE MONTH-DAYS TO DAYS-PAID
           END-IF

           MOVE 0 TO LOP-DAYS
           MOVE 0 TO LEAVE-TAKEN
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00" OR WS-LEAVE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-ONE-LEAVE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF

           IF LOP-DAYS >= DAYS-PAID
               MOVE 0 TO DAYS-PAID
           ELSE
               SUBTRACT LOP-DAYS FROM DAYS-PAID
           END-IF

           PERFORM CHECK-FINAL-PERIOD-PAID
           IF FINAL-PAID-FLAG = "Y"
               MOVE 0 TO DAYS-PAID
           END-IF

           COMPUTE FINAL-BASIC ROUNDED =
               SALARY * DAYS-PAID / MONTH-DAYS.

       TALLY-ONE-LEAVE.
      *    LEAVE STILL PENDING OR REJECTED BY THE MANAGER HAS NO
      *    EFFECT ON THE SETTLEMENT
           IF LV-EMP-ID = SEARCH-EMP-ID
               AND (LV-STATUS = "APPROVED" OR LV-STATUS = SPACES)
               IF LV-TYPE = "U" AND LV-PERIOD = WS-LEAVE-PERIOD
                   ADD LV-DAYS TO LOP-DAYS
               END-IF
               IF LV-TYPE = "P"
                   AND LV-PERIOD >= WS-LEAVE-YEAR * 100 + 1
                   AND LV-PERIOD <= WS-LEAVE-PERIOD
                   ADD LV-DAYS TO LEAVE-TAKEN
               END-IF
           END-IF.

       CHECK-FINAL-PERIOD-PAID.
           MOVE "N" TO FINAL-PAID-FLAG

           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SALARY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SH-EMP-ID = SEARCH-EMP-ID
                               AND SH-PERIOD = WS-LEAVE-PERIOD
                               AND (SH-REC-TYPE = "R"
                                   OR SH-REC-TYPE = SPACE)
                               MOVE "Y" TO FINAL-PAID-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

       COMPUTE-ENCASHMENT.
           MOVE SEARCH-EMP-ID TO LB-EMP-ID
           MOVE WS-LEAVE-YEAR TO LB-YEAR
           CALL "LEAVEBAL" USING LEAVEBAL-AREA

           IF LB-FOUND = "Y"
               IF LB-BALANCE > 0
                   MOVE LB-BALANCE TO WHOLE-BALANCE
               ELSE
                   MOVE 0 TO WHOLE-BALANCE
               END-IF
               MOVE WHOLE-BALANCE TO ENCASH-DAYS
           ELSE
               PERFORM ESTIMATE-UNUSED-LEAVE
           END-IF

           COMPUTE ENCASHMENT ROUNDED =
               SALARY * ENCASH-DAYS / MONTH-DAYS.

       ESTIMATE-UNUSED-LEAVE.
      *    ACCRUAL RUNS FROM JANUARY, OR THE JOINING MONTH IF THE
      *    EMPLOYEE JOINED IN THE LEAVING YEAR, TO THE LEAVING MONTH
           MOVE 1 TO WS-JOIN-MONTH
           IF EMP-JOIN-DATE > 0
               MOVE EMP-JOIN-DATE (1:4) TO WS-JOIN-YEAR
               IF WS-JOIN-YEAR = WS-LEAVE-YEAR
                   MOVE EMP-JOIN-DATE (5:2) TO WS-JOIN-MONTH
               END-IF
           END-IF
           IF WS-JOIN-MONTH > WS-LEAVE-MONTH
               MOVE 0 TO LEAVE-MONTHS
           ELSE
               COMPUTE LEAVE-MONTHS = WS-LEAVE-MONTH - WS-JOIN-MONTH
                   + 1
           END-IF

           COMPUTE LEAVE-ACCRUED =
               ANNUAL-LEAVE-DAYS * LEAVE-MONTHS / 12
           IF LEAVE-TAKEN >= LEAVE-ACCRUED
               MOVE 0 TO ENCASH-DAYS
           ELSE
               COMPUTE ENCASH-DAYS = LEAVE-ACCRUED - LEAVE-TAKEN
           END-IF.

       COMPUTE-GRATUITY.
           MOVE 0 TO SERVICE-YRS
           MOVE 0 TO COMPLETED-YRS
           MOVE 0 TO GRATUITY

           IF EMP-JOIN-DATE > 0 AND EMP-JOIN-DATE < EMP-LEAVE-DATE
               AND FUNCTION TEST-DATE-YYYYMMDD (EMP-JOIN-DATE) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD (EMP-LEAVE-DATE) = 0
               COMPUTE SERVICE-DAYS =
                   FUNCTION INTEGER-OF-DATE (EMP-LEAVE-DATE)
                   - FUNCTION INTEGER-OF-DATE (EMP-JOIN-DATE)
               DIVIDE SERVICE-DAYS BY 365 GIVING COMPLETED-YRS
                   REMAINDER SERVICE-REM-DAYS
               MOVE COMPLETED-YRS TO SERVICE-YRS
               IF SERVICE-REM-DAYS >= 183
                   ADD 1 TO SERVICE-YRS
               END-IF
           END-IF

           IF COMPLETED-YRS >= GRATUITY-MIN-YRS
               COMPUTE GRATUITY ROUNDED =
                   SALARY * 15 * SERVICE-YRS / 26
               IF GRATUITY > GRATUITY-CEILING
                   MOVE GRATUITY-CEILING TO GRATUITY
               END-IF
           END-IF.

       FIND-TAX-EXEMPTION.
      *    THE APPROVED DECLARATION IN FORCE FOR THE SETTLEMENT
      *    PERIOD, AS THE PAYROLL RUN USES IT
           MOVE 0 TO TAX-EXEMPT-USED
           MOVE 0 TO WS-DECL-BEST-PER

           OPEN INPUT TAX-DECL-FILE
           IF WS-DECL-STATUS = "00" OR WS-DECL-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TAX-DECL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TD-EMP-ID = SEARCH-EMP-ID
                               AND TD-STATUS = "APPROVED"
                               AND TD-FROM-PERIOD <= WS-RUN-PERIOD
                               AND TD-FROM-PERIOD > WS-DECL-BEST-PER
                               MOVE TD-FROM-PERIOD
                                   TO WS-DECL-BEST-PER
                               MOVE TD-EXEMPT-AMT TO TAX-EXEMPT-USED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-DECL-FILE
           END-IF

           IF TAX-EXEMPT-USED > TAXABLE-PAY
               MOVE TAXABLE-PAY TO TAX-EXEMPT-USED
           END-IF.

       FIND-ADVANCE-BALANCE.
           MOVE 0 TO ADV-BALANCE

           OPEN INPUT ADVANCE-FILE
           IF WS-ADV-STATUS = "00" OR WS-ADV-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ADVANCE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AD-EMP-ID = SEARCH-EMP-ID
                               AND AD-STATUS = "ACTIVE"
                               ADD AD-BALANCE TO ADV-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVANCE-FILE
           END-IF.

       LOAD-PAY-RATES.
      *    THE RATE SET IN FORCE ON THE FIRST DAY OF THE SETTLEMENT
      *    PERIOD
           COMPUTE WS-RATE-SEL-DATE = WS-RUN-PERIOD * 100 + 1
           MOVE 0 TO WS-BEST-EFF-DATE

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
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-PF-RATE      TO WS-PF-RATE
                               MOVE RT-PTAX-LIMIT-1 TO WS-PTAX-LIMIT-1
                               MOVE RT-PTAX-LIMIT-2 TO WS-PTAX-LIMIT-2
                               MOVE RT-PTAX-AMT-2   TO WS-PTAX-AMT-2
                               MOVE RT-PTAX-AMT-3   TO WS-PTAX-AMT-3
                               MOVE RT-ITAX-LIMIT-1 TO WS-ITAX-LIMIT-1
                               MOVE RT-ITAX-LIMIT-2 TO WS-ITAX-LIMIT-2
                               MOVE RT-ITAX-RATE-2  TO WS-ITAX-RATE-2
                               MOVE RT-ITAX-RATE-3  TO WS-ITAX-RATE-3
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       DISPLAY-SETTLEMENT.
           DISPLAY " "
           DISPLAY "EMPLOYEE       : " EMP-ID " " EMP-NAME
           DISPLAY "JOINED / LEFT  : " EMP-JOIN-DATE " / "
               EMP-LEAVE-DATE
           IF FINAL-PAID-FLAG = "Y"
               DISPLAY "FINAL MONTH    : PAID BY PAYROLL FOR "
                   WS-LEAVE-PERIOD
           ELSE
               DISPLAY "FINAL MONTH    : " DAYS-PAID " DAYS  "
                   FINAL-BASIC
           END-IF
           DISPLAY "LEAVE ENCASHED : " ENCASH-DAYS " DAYS  "
               ENCASHMENT
           DISPLAY "GRATUITY       : " SERVICE-YRS " YEARS  "
               GRATUITY
           DISPLAY "GROSS          : " GROSS-PAY
           DISPLAY "PF             : " PF-DEDUCTION
           DISPLAY "PROF TAX       : " PROF-TAX
           DISPLAY "INCOME TAX     : " INCOME-TAX
           DISPLAY "ADVANCE        : " ADV-RECOVERY
           DISPLAY "NET PAYABLE    : " NET-PAY
           IF DUE-FROM-EMP > 0
               DISPLAY "ADVANCE STILL DUE FROM EMPLOYEE: "
                   DUE-FROM-EMP
           END-IF.

       POST-SETTLEMENT.
      *    CHECKED AGAIN AT POSTING SO TWO SUPERVISORS WORKING THE
      *    SAME LEAVER CANNOT BOTH POST. SALARY HISTORY HOLDS A
      *    TOTAL OF SIX WHOLE DIGITS, SO A LARGER SETTLEMENT IS NOT
      *    POSTED HERE
           PERFORM CHECK-ALREADY-SETTLED
           EVALUATE TRUE
               WHEN ALREADY-SETTLED-FLAG = "Y"
                   DISPLAY "EMPLOYEE WAS SETTLED ON " WS-SETTLED-ON
                       " WHILE THIS ONE WAS OPEN - NOT POSTED"
               WHEN GROSS-PAY > 999999
                   DISPLAY "GROSS SETTLEMENT " GROSS-PAY
                       " EXCEEDS THE 999999 HISTORY LIMIT - NOT POSTED"
               WHEN OTHER
                   PERFORM WRITE-SETTLEMENT-HISTORY
                   PERFORM WRITE-SETTLEMENT-RECORD

      *    THE FINAL MONTH'S PF GOES TO THE LEDGER BEFORE THE
      *    MEMBER'S BALANCE CAN BE WITHDRAWN IN PFLEDGER
                   MOVE SEARCH-EMP-ID TO PX-EMP-ID
                   MOVE WS-RUN-PERIOD TO PX-PERIOD
                   MOVE PF-DEDUCTION  TO PX-EMP-SHARE
                   MOVE "SETTLEMENT"  TO PX-SOURCE
                   MOVE SIGNON-EMP-ID TO PX-POSTED-BY
                   CALL "PFPOST" USING PFPOST-AREA

                   IF ADV-RECOVERY > 0
                       PERFORM UPDATE-ADVANCE-BALANCE
                   END-IF
                   PERFORM WRITE-SETTLEMENT-STATEMENT

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "SETTLEMENT" TO AJ-PROGRAM
                   MOVE "SETTLE" TO AJ-ACTION
                   MOVE SEARCH-EMP-ID TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA

                   DISPLAY "SETTLEMENT POSTED FOR PERIOD " WS-RUN-PERIOD
                   DISPLAY "STATEMENT WRITTEN: " WS-STMT-FILENAME
           END-EVALUATE.

       WRITE-SETTLEMENT-HISTORY.
           OPEN EXTEND SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF

           MOVE SPACES TO SALARY-HISTORY-REC
           MOVE WS-RUN-DATE      TO SH-RUN-DATE
           MOVE WS-RUN-PERIOD    TO SH-PERIOD
           MOVE SEARCH-EMP-ID    TO SH-EMP-ID
           MOVE EMP-DEPT         TO SH-DEPT-CODE
           MOVE EMP-NAME         TO SH-EMP-NAME
           MOVE FINAL-BASIC      TO SH-BASIC-SALARY
           MOVE 0                TO SH-BONUS
           MOVE GROSS-PAY        TO SH-TOTAL-SALARY
           MOVE TOTAL-DEDUCTIONS TO SH-DEDUCTIONS
           MOVE NET-PAY          TO SH-NET-SALARY
           MOVE "F"              TO SH-REC-TYPE
           MOVE 0                TO SH-ADJ-AMOUNT
           MOVE SPACES           TO SH-ADJ-REASON
           MOVE WS-LEAVE-PERIOD  TO SH-ADJ-PERIOD
           MOVE PF-DEDUCTION     TO SH-PF-DEDUCTION
           MOVE PROF-TAX         TO SH-PROF-TAX
           MOVE INCOME-TAX       TO SH-INCOME-TAX
           MOVE ADV-RECOVERY     TO SH-ADV-RECOVERY
           MOVE 0                TO SH-LOAN-RECOVERY
           MOVE 0                TO SH-COMP-COUNT
           WRITE SALARY-HISTORY-REC

           CLOSE SALARY-HISTORY-FILE.

       WRITE-SETTLEMENT-RECORD.
           OPEN EXTEND SETTLEMENT-FILE
           IF WS-SETTLE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-FILE
           END-IF

           MOVE SEARCH-EMP-ID    TO ST-EMP-ID
           MOVE EMP-LEAVE-DATE   TO ST-LEAVE-DATE
           MOVE WS-RUN-DATE      TO ST-RUN-DATE
           MOVE WS-RUN-PERIOD    TO ST-PERIOD
           MOVE DAYS-PAID        TO ST-DAYS-PAID
           MOVE FINAL-BASIC      TO ST-FINAL-BASIC
           MOVE ENCASH-DAYS      TO ST-ENCASH-DAYS
           MOVE ENCASHMENT       TO ST-ENCASHMENT
           MOVE SERVICE-YRS      TO ST-SERVICE-YRS
           MOVE GRATUITY         TO ST-GRATUITY
           MOVE GROSS-PAY        TO ST-GROSS
           MOVE PF-DEDUCTION     TO ST-PF
           MOVE PROF-TAX         TO ST-PROF-TAX
           MOVE INCOME-TAX       TO ST-INCOME-TAX
           MOVE ADV-RECOVERY     TO ST-ADV-RECOVERY
           MOVE NET-PAY          TO ST-NET
           MOVE DUE-FROM-EMP     TO ST-DUE-FROM-EMP
           MOVE SIGNON-EMP-ID    TO ST-SETTLED-BY
           WRITE SETTLEMENT-REC

           CLOSE SETTLEMENT-FILE.

       UPDATE-ADVANCE-BALANCE.
      *    THE RECOVERED AMOUNT COMES OFF THE ADVANCE; A BALANCE
      *    CLEARED IN FULL CLOSES IT
           OPEN INPUT ADVANCE-FILE
           IF WS-ADV-STATUS = "00" OR WS-ADV-STATUS = "05"
               OPEN OUTPUT ADV-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ADVANCE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AD-EMP-ID = SEARCH-EMP-ID
                               AND AD-STATUS = "ACTIVE"
                               SUBTRACT ADV-RECOVERY FROM AD-BALANCE
                               IF AD-BALANCE = 0
                                   MOVE "CLOSED" TO AD-STATUS
                               END-IF
                           END-IF
                           MOVE ADVANCE-REC TO ADV-TEMP-REC
                           WRITE ADV-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE ADVANCE-FILE
               CLOSE ADV-TEMP-FILE
      *    OS-LEVEL SWAP: THE RENAME REPLACES STAFF-ADVANCES.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-ADV-TEMP-FILENAME
                   WS-ADV-FILENAME
           END-IF.

       WRITE-SETTLEMENT-STATEMENT.
           MOVE SPACES TO WS-STMT-FILENAME
           STRING "settlement-" SEARCH-EMP-ID ".dat"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           OPEN OUTPUT STATEMENT-FILE

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "FULL AND FINAL SETTLEMENT STATEMENT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO ST-TEXT-LINE
           MOVE "EMPLOYEE ID           :" TO SX-LABEL
           MOVE SEARCH-EMP-ID TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "NAME                  :" TO SX-LABEL
           MOVE EMP-NAME TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "DEPARTMENT            :" TO SX-LABEL
           MOVE EMP-DEPT TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "DATE OF JOINING       :" TO SX-LABEL
           MOVE EMP-JOIN-DATE TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "DATE OF LEAVING       :" TO SX-LABEL
           MOVE EMP-LEAVE-DATE TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-TEXT-LINE
           MOVE "SETTLED IN PERIOD     :" TO SX-LABEL
           MOVE WS-RUN-PERIOD TO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO ST-TEXT-LINE
           MOVE "FINAL MONTH           :" TO SX-LABEL
           IF FINAL-PAID-FLAG = "Y"
               STRING "PAID IN FULL BY PAYROLL " WS-LEAVE-PERIOD
                   DELIMITED BY SIZE INTO SX-VALUE
           ELSE
               STRING DAYS-PAID " OF " MONTH-DAYS " DAYS"
                   DELIMITED BY SIZE INTO SX-VALUE
           END-IF
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "FINAL MONTH BASIC     :" TO SD-LABEL
           MOVE FINAL-BASIC TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE

           MOVE SPACES TO ST-TEXT-LINE
           MOVE "UNUSED PAID LEAVE     :" TO SX-LABEL
           STRING ENCASH-DAYS " DAYS" DELIMITED BY SIZE INTO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "LEAVE ENCASHMENT      :" TO SD-LABEL
           MOVE ENCASHMENT TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE

           MOVE SPACES TO ST-TEXT-LINE
           MOVE "SERVICE               :" TO SX-LABEL
           STRING SERVICE-YRS " YEARS" DELIMITED BY SIZE INTO SX-VALUE
           WRITE STATEMENT-LINE FROM ST-TEXT-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "GRATUITY              :" TO SD-LABEL
           MOVE GRATUITY TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE

           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "GROSS SETTLEMENT      :" TO SD-LABEL
           MOVE GROSS-PAY TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "PF DEDUCTION          :" TO SD-LABEL
           MOVE PF-DEDUCTION TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "PROFESSIONAL TAX      :" TO SD-LABEL
           MOVE PROF-TAX TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "INCOME TAX            :" TO SD-LABEL
           MOVE INCOME-TAX TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "ADVANCE RECOVERED     :" TO SD-LABEL
           MOVE ADV-RECOVERY TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "TOTAL DEDUCTIONS      :" TO SD-LABEL
           MOVE TOTAL-DEDUCTIONS TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO ST-DETAIL-LINE
           MOVE "NET PAYABLE           :" TO SD-LABEL
           MOVE NET-PAY TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           IF DUE-FROM-EMP > 0
               MOVE SPACES TO ST-DETAIL-LINE
               MOVE "ADVANCE STILL OWED    :" TO SD-LABEL
               MOVE DUE-FROM-EMP TO SD-AMOUNT
               WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
           END-IF
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "SETTLED " WS-RUN-DATE " BY OPERATOR " SIGNON-EMP-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           CLOSE STATEMENT-FILE.
