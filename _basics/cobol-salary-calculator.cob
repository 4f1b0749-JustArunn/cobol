           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STATUS.

           SELECT TRIAL-ROWS-FILE ASSIGN TO "payroll-trial-rows.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD TAX-DECL-FILE.
       COPY TAXDECL.

       FD SETTLEMENT-FILE.
       COPY SETTLE.

       FD TRIAL-ROWS-FILE.
       COPY SALHIST REPLACING ==SALARY-HISTORY-REC== BY
           ==TRIAL-ROW-REC== LEADING ==SH== BY ==TR==.

       FD EMP-FILE.
       COPY EMPREC REPLACING ==EMP-ID== BY ==MAST-EMP-ID==
                             ==EMP-NAME== BY ==MAST-EMP-NAME==.
       01 PARM-RERUN-FLAG  PIC X.
      *    A TRIAL RUN EXERCISES THE FULL PAYROLL LOGIC BUT WRITES
      *    ONLY A LABELLED TRIAL REPORT - NO HISTORY, PAYSLIPS,
      *    EXCEPTIONS, ADVANCE BALANCES OR RUN CONTROL. ITS PAY
      *    ROWS GO TO PAYROLL-TRIAL-ROWS.DAT FOR THE VARIANCE
      *    REPORT, WHICH A SUPERVISOR MUST ACKNOWLEDGE BEFORE THE
      *    REAL RUN OF THE PERIOD MAY COMMIT
       01 TRIAL-MODE-FLAG  PIC X VALUE "N".
       01 TRIAL-ANSWER     PIC X.
       COPY PAYVCHK.
       01 WS-PERIOD-YEAR   PIC 9(4).
       01 WS-PERIOD-MONTH  PIC 9(2).
       01 WS-EMP-STATUS    PIC X(2).
       01 EMP-MASTER-FLAG  PIC X VALUE "N".
       01 EMP-ON-MASTER-FLAG PIC X.
       01 EMP-LEFT-FLAG    PIC X.
       01 EMP-SETTLED-FLAG PIC X.
       01 WS-SETTLE-STATUS PIC X(2).
       01 SETTLE-EOF-FLAG  PIC X.
      *    STATUTORY RATES IN FORCE FOR THE PAY PERIOD; THE VALUES
      *    BELOW ARE THE FALLBACK WHEN PAY-RATES.DAT IS NOT ON FILE
       01 WS-RATES-STATUS  PIC X(2).
       01 WS-LEAVE-STATUS  PIC X(2).
       01 LEAVE-EOF-FLAG   PIC X.
       01 LOP-DAYS         PIC 9(2).
       01 LOP-PENDING-DAYS PIC 9(3).
       01 LOP-REDUCTION    PIC 9(5).
       01 LOP-MONTH-DAYS   PIC 9(2) VALUE 30.
      *    EARNINGS COMPONENTS BEYOND BASIC AND BONUS, EACH PRICED,
      *    CUT FOR UNPAID LEAVE AND TAXED BY ITS OWN MASTER ENTRY
       COPY EARNCALC.
       01 EN-SUB           PIC 9(2).
       01 TAXABLE-GROSS    PIC 9(6).
      *    APPROVED TAX DECLARATIONS REDUCE THE TAXABLE BASE THE
      *    INCOME TAX SLABS ARE APPLIED TO
       01 WS-DECL-STATUS   PIC X(2).
       01 WS-ADV-ROOM      PIC S9(6)V99.
       01 WS-ADV-FILENAME  PIC X(20) VALUE "staff-advances.dat".
       01 WS-ADV-TEMP-FILENAME PIC X(20) VALUE "staff-advances.tmp".
      *    STAFF LOAN EMIS COME OFF AFTER THE ADVANCE, IN WHOLE
      *    INSTALMENTS, OUT OF WHATEVER PAY IS LEFT
       01 LOAN-RECOVERY    PIC 9(6)V99.
       COPY LNRECOV.
       COPY PFPOST.
       01 WS-DEPT-STATUS   PIC X(2).
       01 DEPT-MASTER-FLAG PIC X VALUE "N".
       01 DEPT-ACTIVE-FLAG PIC X.
       01 GRAND-PTAX          PIC 9(9)V99 VALUE 0.
       01 GRAND-ITAX          PIC 9(9)V99 VALUE 0.
       01 GRAND-ADVREC        PIC 9(9)V99 VALUE 0.
       01 GRAND-LOANREC       PIC 9(9)V99 VALUE 0.
       01 CC-TABLE-COUNT      PIC 9(3) VALUE 0.
       01 CC-TOTALS-TABLE.
           05 CC-ENTRY OCCURS 100 TIMES INDEXED BY CC-IDX.
                   PERFORM RUN-PAYROLL-BODY
                   DISPLAY "*** TRIAL RUN COMPLETE - NO FILES OR RUN "
                       "CONTROL TOUCHED ***"
                   DISPLAY "RUN PAYVAR FOR THE VARIANCE REPORT BEFORE "
                       "COMMITTING"
               ELSE
                   PERFORM WRITE-RUN-CONTROL
                   PERFORM RUN-PAYROLL-BODY
               ELSE
                   MOVE "N" TO RUN-ALLOWED-FLAG
               END-IF
           END-IF

      *    A REAL RUN COMMITS ONLY A PERIOD WHOSE LATEST TRIAL HAS
      *    AN ACKNOWLEDGED VARIANCE REPORT
           IF RUN-ALLOWED-FLAG = "Y" AND TRIAL-MODE-FLAG = "N"
               MOVE WS-RUN-PERIOD TO VC-PERIOD
               CALL "PAYVACHK" USING VARCHK-AREA
               IF VC-ACKED NOT = "Y"
                   DISPLAY "PERIOD " WS-RUN-PERIOD " NOT COMMITTED: "
                       VC-MESSAGE
                   MOVE "N" TO RUN-ALLOWED-FLAG
               END-IF
           END-IF.

       WRITE-RUN-CONTROL.
               OPEN EXTEND SALARY-HISTORY-FILE
               OPEN EXTEND EXCEPTIONS-FILE
               OPEN OUTPUT PAYSLIP-FILE
           ELSE
               OPEN OUTPUT TRIAL-ROWS-FILE
           END-IF
           OPEN OUTPUT DEPT-WORK-FILE
           MOVE 0 TO PAYSLIP-COUNT
           MOVE 0 TO GRAND-PTAX
           MOVE 0 TO GRAND-ITAX
           MOVE 0 TO GRAND-ADVREC
           MOVE 0 TO GRAND-LOANREC
           MOVE 0 TO CC-TABLE-COUNT
           MOVE 0 TO EXCEPTION-COUNT

               CLOSE SALARY-HISTORY-FILE
               CLOSE EXCEPTIONS-FILE
               CLOSE PAYSLIP-FILE
           ELSE
               CLOSE TRIAL-ROWS-FILE
           END-IF
           CLOSE DEPT-WORK-FILE
           IF EMP-MASTER-FLAG = "Y"
                   MOVE PI-BONUS        TO BONUS

                   PERFORM APPLY-UNPAID-LEAVE
                   PERFORM COMPUTE-EARNINGS

                   ADD BASIC-SALARY BONUS EN-TOTAL GIVING TOTAL-SALARY

                   PERFORM COMPUTE-DEDUCTIONS
                   IF TRIAL-MODE-FLAG = "N"
                       PERFORM WRITE-SALARY-HISTORY
                       PERFORM POST-PF-CONTRIBUTION
                       PERFORM WRITE-PAYSLIP
                   ELSE
                       PERFORM WRITE-TRIAL-ROW
                   END-IF
                   PERFORM WRITE-DEPT-WORK-REC
                   IF ADV-RECOVERY > 0
                       AND TRIAL-MODE-FLAG = "N"
                       PERFORM UPDATE-ADVANCE-BALANCE
                   END-IF
                   IF LOAN-RECOVERY > 0
                       AND TRIAL-MODE-FLAG = "N"
                       MOVE "W" TO LR-ACTION
                       CALL "LNRECOV" USING LNRECOV-AREA
                   END-IF

                   DISPLAY EMP-ID " " DEPT-CODE " " EMP-NAME " "
                       BASIC-SALARY "   "
                   ADD PROF-TAX          TO GRAND-PTAX
                   ADD INCOME-TAX        TO GRAND-ITAX
                   ADD ADV-RECOVERY      TO GRAND-ADVREC
                   ADD LOAN-RECOVERY     TO GRAND-LOANREC
                   ADD 1                 TO EMP-COUNT
               ELSE
                   PERFORM WRITE-EXCEPTION
                       MOVE "EMPLOYEE LEFT BEFORE PERIOD"
                           TO EXCEPTION-REASON
                   END-IF
                   IF EMP-SETTLED-FLAG = "Y"
                       MOVE "N" TO ADJ-VALID-FLAG
                       MOVE "EMPLOYEE ALREADY SETTLED"
                           TO EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF

           MOVE 0                TO SH-PROF-TAX
           MOVE 0                TO SH-INCOME-TAX
           MOVE 0                TO SH-ADV-RECOVERY
           MOVE 0                TO SH-LOAN-RECOVERY
           MOVE 0                TO SH-COMP-COUNT

           WRITE SALARY-HISTORY-REC.

                       MOVE "EMPLOYEE LEFT BEFORE PERIOD"
                           TO EXCEPTION-REASON
                   END-IF
                   IF EMP-SETTLED-FLAG = "Y"
                       MOVE "N" TO VALID-FLAG
                       MOVE "EMPLOYEE ALREADY SETTLED"
                           TO EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF


       CHECK-EMP-ON-MASTER.
      *    AN EMPLOYEE WHO LEFT BEFORE THE PAY PERIOD STARTED IS ON
      *    THE MASTER BUT MUST NOT BE PAID FOR IT. A LEAVER WHO HAS
      *    HAD THE FULL AND FINAL SETTLEMENT IS PAID NOTHING MORE
      *    THROUGH THE PAYROLL, ADJUSTMENTS INCLUDED
           MOVE "N" TO EMP-LEFT-FLAG
           MOVE "N" TO EMP-SETTLED-FLAG
           IF PI-EMP-ID > 999
               MOVE "N" TO EMP-ON-MASTER-FLAG
           ELSE
                               WS-RUN-PERIOD * 100 + 1
                           MOVE "Y" TO EMP-LEFT-FLAG
                       END-IF
                       IF EMP-STATUS = "LEFT"
                           PERFORM CHECK-EMP-SETTLED
                       END-IF
               END-READ
           END-IF.

       CHECK-EMP-SETTLED.
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS = "00" OR WS-SETTLE-STATUS = "05"
               MOVE "N" TO SETTLE-EOF-FLAG
               PERFORM UNTIL SETTLE-EOF-FLAG = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO SETTLE-EOF-FLAG
                       NOT AT END
                           IF ST-EMP-ID = PI-EMP-ID
                               MOVE "Y" TO EMP-SETTLED-FLAG
                               MOVE "Y" TO SETTLE-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

       WRITE-EXCEPTION.
           MOVE WS-RUN-DATE     TO EX-RUN-DATE
           MOVE WS-RUN-PERIOD   TO EX-PERIOD
       APPLY-UNPAID-LEAVE.
      *    UNPAID LEAVE DAYS RECORDED FOR THE EMPLOYEE AND PERIOD
      *    REDUCE BASIC SALARY PRO-RATA BEFORE ANY DEDUCTIONS ARE
      *    WORKED OUT; PAID LEAVE ENTRIES HAVE NO PAY EFFECT. ONLY
      *    LEAVE THE MANAGER HAS APPROVED COUNTS - PENDING DAYS ARE
      *    REPORTED BUT NOT DEDUCTED
           MOVE 0 TO LOP-DAYS
           MOVE 0 TO LOP-PENDING-DAYS
           MOVE 0 TO LOP-REDUCTION
           MOVE "N" TO LEAVE-EOF-FLAG

                           IF LV-EMP-ID = EMP-ID
                               AND LV-PERIOD = WS-RUN-PERIOD
                               AND LV-TYPE = "U"
                               IF LV-STATUS = "APPROVED"
                                   OR LV-STATUS = SPACES
                                   ADD LV-DAYS TO LOP-DAYS
                               END-IF
                               IF LV-STATUS = "PENDING"
                                   ADD LV-DAYS TO LOP-PENDING-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF

           IF LOP-PENDING-DAYS > 0
               DISPLAY "EMPLOYEE " EMP-ID ": " LOP-PENDING-DAYS
                   " DAYS UNPAID LEAVE AWAITING APPROVAL - NOT "
                   "DEDUCTED"
           END-IF

           IF LOP-DAYS > 0
               IF LOP-DAYS > LOP-MONTH-DAYS
                   MOVE LOP-MONTH-DAYS TO LOP-DAYS
               SUBTRACT LOP-REDUCTION FROM BASIC-SALARY
           END-IF.

       COMPUTE-EARNINGS.
      *    PERCENTAGE COMPONENTS ARE WORKED ON THE FULL BASIC, AND
      *    ONLY THOSE SUBJECT TO LOSS OF PAY ARE CUT FOR UNPAID DAYS
           MOVE EMP-ID TO EN-EMP-ID
           MOVE WS-RUN-PERIOD TO EN-PERIOD
           COMPUTE EN-BASIC = BASIC-SALARY + LOP-REDUCTION
           MOVE LOP-DAYS TO EN-LOP-DAYS
           MOVE LOP-MONTH-DAYS TO EN-MONTH-DAYS
           CALL "EARNCALC" USING EARNCALC-AREA.

       COMPUTE-DEDUCTIONS.
      *    PF IS A PERCENTAGE OF BASIC SALARY
           COMPUTE PF-DEDUCTION = BASIC-SALARY * WS-PF-RATE
                   MOVE WS-PTAX-AMT-3 TO PROF-TAX
           END-EVALUATE

      *    INCOME TAX SLABS BASED ON GROSS (TOTAL) SALARY LESS THE
      *    NON-TAXABLE EARNINGS COMPONENTS AND ANY APPROVED
      *    DECLARATION EXEMPTION
           COMPUTE TAXABLE-GROSS = TOTAL-SALARY - EN-EXEMPT-TOTAL
           PERFORM FIND-TAX-EXEMPTION
           COMPUTE TAXABLE-BASE = TAXABLE-GROSS - TAX-EXEMPT-USED

           EVALUATE TRUE
               WHEN TAXABLE-BASE <= WS-ITAX-LIMIT-1
               END-IF
           END-IF

           MOVE "F" TO LR-ACTION
           MOVE EMP-ID TO LR-EMP-ID
           MOVE WS-RUN-PERIOD TO LR-PERIOD
           COMPUTE LR-ROOM = WS-ADV-ROOM - ADV-RECOVERY
           CALL "LNRECOV" USING LNRECOV-AREA
           MOVE LR-TOTAL TO LOAN-RECOVERY

           COMPUTE TOTAL-DEDUCTIONS =
               PF-DEDUCTION + PROF-TAX + INCOME-TAX + ADV-RECOVERY
               + LOAN-RECOVERY

           COMPUTE NET-SALARY = TOTAL-SALARY - TOTAL-DEDUCTIONS.

               CLOSE TAX-DECL-FILE
           END-IF

           IF TAX-EXEMPT-USED > TAXABLE-GROSS
               MOVE TAXABLE-GROSS TO TAX-EXEMPT-USED
           END-IF.

       FIND-ADVANCE-RECOVERY.
                   " APPLIED TO THIS RUN"
           END-IF.

       POST-PF-CONTRIBUTION.
      *    THE PF DEDUCTED GOES TO THE MEMBER'S PROVIDENT FUND
      *    LEDGER WITH THE MATCHING EMPLOYER CONTRIBUTION
           MOVE EMP-ID        TO PX-EMP-ID
           MOVE WS-RUN-PERIOD TO PX-PERIOD
           MOVE PF-DEDUCTION  TO PX-EMP-SHARE
           MOVE "PAYROLL"     TO PX-SOURCE
           MOVE 0             TO PX-POSTED-BY
           CALL "PFPOST" USING PFPOST-AREA.

       WRITE-SALARY-HISTORY.
           MOVE WS-RUN-DATE      TO SH-RUN-DATE
           MOVE WS-RUN-PERIOD    TO SH-PERIOD
           MOVE PROF-TAX         TO SH-PROF-TAX
           MOVE INCOME-TAX       TO SH-INCOME-TAX
           MOVE ADV-RECOVERY     TO SH-ADV-RECOVERY
           MOVE LOAN-RECOVERY    TO SH-LOAN-RECOVERY
           MOVE EN-COUNT         TO SH-COMP-COUNT
           INITIALIZE SH-COMP-TABLE
           PERFORM VARYING EN-SUB FROM 1 BY 1 UNTIL EN-SUB > EN-COUNT
               MOVE EN-CODE (EN-SUB)     TO SH-COMP-CODE (EN-SUB)
               MOVE EN-TAXABLE (EN-SUB)  TO SH-COMP-TAXABLE (EN-SUB)
               MOVE EN-AMOUNT (EN-SUB)   TO SH-COMP-AMOUNT (EN-SUB)
               MOVE EN-LOP-CUT (EN-SUB)  TO SH-COMP-LOP-CUT (EN-SUB)
           END-PERFORM

           WRITE SALARY-HISTORY-REC.

       WRITE-TRIAL-ROW.
      *    THE ROW THE REAL RUN WOULD WRITE TO SALARY-HISTORY.DAT
           MOVE WS-RUN-DATE      TO TR-RUN-DATE
           MOVE WS-RUN-PERIOD    TO TR-PERIOD
           MOVE EMP-ID           TO TR-EMP-ID
           MOVE DEPT-CODE        TO TR-DEPT-CODE
           MOVE EMP-NAME         TO TR-EMP-NAME
           MOVE BASIC-SALARY     TO TR-BASIC-SALARY
           MOVE BONUS            TO TR-BONUS
           MOVE TOTAL-SALARY     TO TR-TOTAL-SALARY
           MOVE TOTAL-DEDUCTIONS TO TR-DEDUCTIONS
           MOVE NET-SALARY       TO TR-NET-SALARY
           MOVE "R"              TO TR-REC-TYPE
           MOVE 0                TO TR-ADJ-AMOUNT
           MOVE SPACES           TO TR-ADJ-REASON
           MOVE 0                TO TR-ADJ-PERIOD
           MOVE PF-DEDUCTION     TO TR-PF-DEDUCTION
           MOVE PROF-TAX         TO TR-PROF-TAX
           MOVE INCOME-TAX       TO TR-INCOME-TAX
           MOVE ADV-RECOVERY     TO TR-ADV-RECOVERY
           MOVE LOAN-RECOVERY    TO TR-LOAN-RECOVERY
           MOVE EN-COUNT         TO TR-COMP-COUNT
           INITIALIZE TR-COMP-TABLE
           PERFORM VARYING EN-SUB FROM 1 BY 1 UNTIL EN-SUB > EN-COUNT
               MOVE EN-CODE (EN-SUB)     TO TR-COMP-CODE (EN-SUB)
               MOVE EN-TAXABLE (EN-SUB)  TO TR-COMP-TAXABLE (EN-SUB)
               MOVE EN-AMOUNT (EN-SUB)   TO TR-COMP-AMOUNT (EN-SUB)
               MOVE EN-LOP-CUT (EN-SUB)  TO TR-COMP-LOP-CUT (EN-SUB)
           END-PERFORM

           WRITE TRIAL-ROW-REC.

       WRITE-PAYSLIP.
           MOVE ALL "=" TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE
           MOVE "BONUS       :" TO PS-LABEL
           MOVE BONUS TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           PERFORM VARYING EN-SUB FROM 1 BY 1 UNTIL EN-SUB > EN-COUNT
               MOVE SPACES TO PS-DETAIL-LINE
               MOVE EN-DESC (EN-SUB) (1:12) TO PS-LABEL
               MOVE ":" TO PS-LABEL (13:1)
               MOVE EN-AMOUNT (EN-SUB) TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO PS-DETAIL-LINE
           MOVE "GROSS SALARY:" TO PS-LABEL
           MOVE TOTAL-SALARY TO PS-AMOUNT
           MOVE "PROF TAX    :" TO PS-LABEL
           MOVE PROF-TAX TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           IF EN-EXEMPT-TOTAL > 0
               MOVE SPACES TO PS-DETAIL-LINE
               MOVE "NON-TAXABLE :" TO PS-LABEL
               MOVE EN-EXEMPT-TOTAL TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           END-IF
           MOVE SPACES TO PS-DETAIL-LINE
           IF TAX-EXEMPT-USED > 0
               MOVE SPACES TO PS-DETAIL-LINE
               MOVE ADV-RECOVERY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           END-IF
           IF LOAN-RECOVERY > 0
               MOVE SPACES TO PS-DETAIL-LINE
               MOVE "STAFF LN EMI:" TO PS-LABEL
               MOVE LOAN-RECOVERY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM PS-DETAIL-LINE
           END-IF
           MOVE SPACES TO PS-DETAIL-LINE
           MOVE "TOTAL DEDUCT:" TO PS-LABEL
           MOVE TOTAL-DEDUCTIONS TO PS-AMOUNT
               JRN-AMT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           ADD GRAND-LOANREC TO JRN-CREDIT-TOTAL
           MOVE GRAND-LOANREC TO JRN-AMT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "          CR   STAFF LOAN EMIS DUE  "
               JRN-AMT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

