
      *    THE REPAIR MUST REPRODUCE THE RUN THAT REJECTED THE
      *    ENTRY: UNPAID LEAVE PRO-RATION, THE APPROVED TAX
      *    DECLARATION EXEMPTION, EARNINGS COMPONENTS, ADVANCE AND
      *    STAFF LOAN RECOVERY ALL APPLY EXACTLY AS THEY DO IN THE
      *    PAYROLL RUN ITSELF
       01 WS-LEAVE-STATUS  PIC X(2).
       01 LEAVE-EOF-FLAG   PIC X.
       01 LOP-DAYS         PIC 9(2).
       01 LOP-PENDING-DAYS PIC 9(3).
       01 LOP-REDUCTION    PIC 9(5).
       01 LOP-MONTH-DAYS   PIC 9(2) VALUE 30.
       COPY EARNCALC.
       01 EN-SUB           PIC 9(2).
       01 TAXABLE-GROSS    PIC 9(6).
       01 WS-DECL-STATUS   PIC X(2).
       01 DECL-EOF-FLAG    PIC X.
       01 WS-DECL-BEST-PER PIC 9(6).
       01 WS-ADV-ROOM      PIC S9(6)V99.
       01 WS-ADV-FILENAME  PIC X(20) VALUE "staff-advances.dat".
       01 WS-ADV-TEMP-FILENAME PIC X(20) VALUE "staff-advances.tmp".
      *    STAFF LOAN EMIS COME OFF AFTER THE ADVANCE, IN WHOLE
      *    INSTALMENTS, OUT OF WHATEVER PAY IS LEFT
       01 LOAN-RECOVERY    PIC 9(6)V99.
       COPY LNRECOV.
       COPY PFPOST.

       PROCEDURE DIVISION.

               DISPLAY "CORRECTION STILL INVALID, EXCEPTION LEFT OPEN"
           ELSE
               PERFORM APPLY-UNPAID-LEAVE
               PERFORM COMPUTE-EARNINGS
               ADD BASIC-SALARY BONUS EN-TOTAL GIVING TOTAL-SALARY
               PERFORM LOAD-PAY-RATES
               PERFORM COMPUTE-DEDUCTIONS
               PERFORM WRITE-SALARY-HISTORY
               PERFORM POST-PF-CONTRIBUTION
               IF ADV-RECOVERY > 0
                   PERFORM UPDATE-ADVANCE-BALANCE
               END-IF
               IF LOAN-RECOVERY > 0
                   MOVE "W" TO LR-ACTION
                   CALL "LNRECOV" USING LNRECOV-AREA
               END-IF
               PERFORM MARK-EXCEPTION-RESOLVED

               DISPLAY "EXCEPTION RESUBMITTED TO SALARY HISTORY, "
           MOVE 0                TO SH-PROF-TAX
           MOVE 0                TO SH-INCOME-TAX
           MOVE 0                TO SH-ADV-RECOVERY
           MOVE 0                TO SH-LOAN-RECOVERY
           MOVE 0                TO SH-COMP-COUNT

           WRITE SALARY-HISTORY-REC

                   WS-PAY-PERIOD " - USING BUILT-IN RATES"
           END-IF.

       COMPUTE-EARNINGS.
      *    PERCENTAGE COMPONENTS ARE WORKED ON THE FULL BASIC, AND
      *    ONLY THOSE SUBJECT TO LOSS OF PAY ARE CUT FOR UNPAID DAYS
           MOVE EMP-ID TO EN-EMP-ID
           MOVE WS-PAY-PERIOD TO EN-PERIOD
           COMPUTE EN-BASIC = BASIC-SALARY + LOP-REDUCTION
           MOVE LOP-DAYS TO EN-LOP-DAYS
           MOVE LOP-MONTH-DAYS TO EN-MONTH-DAYS
           CALL "EARNCALC" USING EARNCALC-AREA
           IF EN-COUNT > 0
               DISPLAY "EARNINGS COMPONENTS: " EN-COUNT ", TOTAL "
                   EN-TOTAL
           END-IF.

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
           MOVE WS-PAY-PERIOD TO LR-PERIOD
           COMPUTE LR-ROOM = WS-ADV-ROOM - ADV-RECOVERY
           CALL "LNRECOV" USING LNRECOV-AREA
           MOVE LR-TOTAL TO LOAN-RECOVERY

           COMPUTE TOTAL-DEDUCTIONS =
               PF-DEDUCTION + PROF-TAX + INCOME-TAX + ADV-RECOVERY
               + LOAN-RECOVERY

           COMPUTE NET-SALARY = TOTAL-SALARY - TOTAL-DEDUCTIONS.

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
                               AND LV-PERIOD = WS-PAY-PERIOD
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
               CLOSE TAX-DECL-FILE
           END-IF

           IF TAX-EXEMPT-USED > TAXABLE-GROSS
               MOVE TAXABLE-GROSS TO TAX-EXEMPT-USED
           END-IF.

       FIND-ADVANCE-RECOVERY.
               CLOSE ADVANCE-FILE
           END-IF.

       POST-PF-CONTRIBUTION.
      *    THE PF DEDUCTED GOES TO THE MEMBER'S PROVIDENT FUND
      *    LEDGER WITH THE MATCHING EMPLOYER CONTRIBUTION
           MOVE EMP-ID        TO PX-EMP-ID
           MOVE WS-PAY-PERIOD TO PX-PERIOD
           MOVE PF-DEDUCTION  TO PX-EMP-SHARE
           MOVE "PAYFIX"      TO PX-SOURCE
           MOVE 0             TO PX-POSTED-BY
           CALL "PFPOST" USING PFPOST-AREA.

       UPDATE-ADVANCE-BALANCE.
      *    KNOCK THE RECOVERED INSTALMENT OFF THE OUTSTANDING
      *    BALANCE AND CLOSE THE ADVANCE ONCE IT REACHES ZERO
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

           WRITE SALARY-HISTORY-REC

