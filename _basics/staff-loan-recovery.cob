       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNRECOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-LOAN-NO
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT RECOVERY-FILE
           ASSIGN TO "staff-loan-recoveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-FILE.
       COPY LOANREC.

       FD RECOVERY-FILE.
       COPY STLNREC.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS    PIC X(2).
       01 WS-RECOVERY-STATUS PIC X(2).
       01 EOF-FLAG          PIC X.
       01 REC-EOF-FLAG      PIC X.
       01 RECORDED-FLAG     PIC X.
       01 RECORDED-AMOUNT   PIC 9(6).
       01 WS-DATE           PIC 9(8).
       01 WS-NEXT-INSTALL   PIC 9(3).
       01 WS-START-YEAR     PIC 9(4).
       01 WS-START-REM      PIC 9(4).
       01 WS-START-MONTH    PIC 9(2).
       01 WS-MONTH-INDEX    PIC 9(6).
       01 WS-DUE-YEAR       PIC 9(4).
       01 WS-DUE-MONTH      PIC 9(2).
       01 WS-DUE-PERIOD     PIC 9(6).
       01 LR-IDX            PIC 9(2).

       LINKAGE SECTION.
       COPY LNRECOV.

       PROCEDURE DIVISION USING LNRECOV-AREA.

      *    STAFF LOANS ARE RECOVERED THROUGH PAYROLL, NOT DEBITED
      *    FROM THE SALARY ACCOUNT. SALARYCALC AND PAYFIX ASK HERE
      *    FOR THE INSTALMENTS DUE IN THE PAY PERIOD (ONE PER LOAN,
      *    WHOLE INSTALMENTS ONLY, AS FAR AS THE PAY LEFT COVERS)
      *    AND THEN RECORD WHAT THEY DEDUCTED IN
      *    STAFF-LOAN-RECOVERIES.DAT FOR LOANSYS TO POST TO THE
      *    LOANS. AN INSTALMENT ALREADY RECORDED FOR THE PERIOD IS
      *    RETURNED AGAIN, SO A RERUN SHOWS THE SAME DEDUCTION
      *    WITHOUT RECORDING IT TWICE
       LNRECOV-MAIN.
           EVALUATE LR-ACTION
               WHEN "F"
                   PERFORM FIND-INSTALMENTS-DUE
               WHEN "W"
                   PERFORM RECORD-INSTALMENTS
           END-EVALUATE

           GOBACK.

       FIND-INSTALMENTS-DUE.
           MOVE 0 TO LR-TOTAL
           MOVE 0 TO LR-LOAN-COUNT

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LN-STAFF-EMP-ID = LR-EMP-ID
                               AND LR-EMP-ID NOT = 0
                               AND LR-LOAN-COUNT < 10
                               PERFORM CHECK-ONE-STAFF-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       CHECK-ONE-STAFF-LOAN.
           PERFORM FIND-RECORDED-INSTALMENT

           IF RECORDED-FLAG = "Y"
               ADD 1 TO LR-LOAN-COUNT
               MOVE LN-LOAN-NO TO LR-LOAN-NO (LR-LOAN-COUNT)
               MOVE SR-INSTALL-NO TO LR-INSTALL-NO (LR-LOAN-COUNT)
               MOVE RECORDED-AMOUNT TO LR-EMI (LR-LOAN-COUNT)
               MOVE "Y" TO LR-RECORDED (LR-LOAN-COUNT)
               ADD RECORDED-AMOUNT TO LR-TOTAL
           ELSE
               IF LN-STATUS = "ACTIVE"
                   COMPUTE WS-NEXT-INSTALL = LN-PAID-COUNT + 1
                   PERFORM COMPUTE-DUE-PERIOD
                   IF WS-DUE-PERIOD <= LR-PERIOD
                       AND LR-TOTAL + LN-EMI <= LR-ROOM
                       ADD 1 TO LR-LOAN-COUNT
                       MOVE LN-LOAN-NO TO LR-LOAN-NO (LR-LOAN-COUNT)
                       MOVE WS-NEXT-INSTALL
                           TO LR-INSTALL-NO (LR-LOAN-COUNT)
                       MOVE LN-EMI TO LR-EMI (LR-LOAN-COUNT)
                       MOVE "N" TO LR-RECORDED (LR-LOAN-COUNT)
                       ADD LN-EMI TO LR-TOTAL
                   END-IF
               END-IF
           END-IF.

       FIND-RECORDED-INSTALMENT.
           MOVE "N" TO RECORDED-FLAG
           MOVE 0 TO RECORDED-AMOUNT

           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "00" OR WS-RECOVERY-STATUS = "05"
               MOVE "N" TO REC-EOF-FLAG
               PERFORM UNTIL REC-EOF-FLAG = "Y"
                   READ RECOVERY-FILE
                       AT END
                           MOVE "Y" TO REC-EOF-FLAG
                       NOT AT END
                           IF SR-LOAN-NO = LN-LOAN-NO
                               AND SR-PERIOD = LR-PERIOD
                               MOVE "Y" TO RECORDED-FLAG
                               MOVE SR-AMOUNT TO RECORDED-AMOUNT
                               MOVE "Y" TO REC-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-FILE
           END-IF.

       COMPUTE-DUE-PERIOD.
      *    INSTALMENT N FALLS DUE N MONTHS AFTER DISBURSEMENT, AS
      *    ON THE LOAN SCHEDULE
           DIVIDE LN-START-DATE BY 10000 GIVING WS-START-YEAR
               REMAINDER WS-START-REM
           DIVIDE WS-START-REM BY 100 GIVING WS-START-MONTH
           COMPUTE WS-MONTH-INDEX =
               WS-START-YEAR * 12 + WS-START-MONTH - 1
               + WS-NEXT-INSTALL
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           COMPUTE WS-DUE-PERIOD = WS-DUE-YEAR * 100 + WS-DUE-MONTH.

       RECORD-INSTALMENTS.
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN EXTEND RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
           END-IF

           PERFORM VARYING LR-IDX FROM 1 BY 1
                   UNTIL LR-IDX > LR-LOAN-COUNT
               IF LR-RECORDED (LR-IDX) = "N"
                   MOVE LR-PERIOD TO SR-PERIOD
                   MOVE LR-EMP-ID TO SR-EMP-ID
                   MOVE LR-LOAN-NO (LR-IDX) TO SR-LOAN-NO
                   MOVE LR-INSTALL-NO (LR-IDX) TO SR-INSTALL-NO
                   MOVE LR-EMI (LR-IDX) TO SR-AMOUNT
                   MOVE "PENDING" TO SR-STATUS
                   MOVE WS-DATE TO SR-RUN-DATE
                   MOVE 0 TO SR-POST-DATE
                   WRITE STAFF-LOAN-RECOVERY-REC
                   MOVE "Y" TO LR-RECORDED (LR-IDX)
               END-IF
           END-PERFORM

           CLOSE RECOVERY-FILE.
