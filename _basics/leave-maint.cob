       01 SEARCH-EMP-ID     PIC 9(5).
       01 SEARCH-PERIOD     PIC 9(6).
       01 LIST-COUNT        PIC 9(5).
       01 CONVERT-ANSWER    PIC X.
       01 ENTRY-OK-FLAG     PIC X.
       01 ENTRY-EMP-ID      PIC 9(5).
       01 ENTRY-PERIOD      PIC 9(6).
       01 ENTRY-DAYS        PIC 9(2).
       01 ENTRY-TYPE        PIC X(1).
       01 PAID-DAYS         PIC 9(2).
       01 UNPAID-DAYS       PIC 9(2).
       01 WHOLE-BALANCE     PIC 9(3).
       01 WS-TODAY          PIC 9(8).
       01 OPEN-BALANCE      PIC S9(3)V99.

       01 WS-LEAVE-FILENAME PIC X(20) VALUE "leave-records.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "leave-records.tmp".

       COPY LEAVEBAL.

       PROCEDURE DIVISION.

       MAIN-MENU.
           STOP RUN.

       ADD-LEAVE.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT ENTRY-EMP-ID
           DISPLAY "PAY PERIOD (YYYYMM):"
           ACCEPT ENTRY-PERIOD
           DISPLAY "DAYS ABSENT:"
           ACCEPT ENTRY-DAYS
           DISPLAY "TYPE (P=PAID, U=UNPAID):"
           ACCEPT ENTRY-TYPE

           MOVE "N" TO ENTRY-OK-FLAG
           IF ENTRY-DAYS = 0 OR ENTRY-DAYS > 31
               DISPLAY "DAYS MUST BE 1-31 - NOT RECORDED"
           ELSE
               IF ENTRY-TYPE NOT = "P" AND ENTRY-TYPE NOT = "U"
                   DISPLAY "TYPE MUST BE P OR U - NOT RECORDED"
               ELSE
                   MOVE "Y" TO ENTRY-OK-FLAG
               END-IF
           END-IF

           IF ENTRY-OK-FLAG = "Y"
               IF ENTRY-TYPE = "P"
                   MOVE ENTRY-DAYS TO PAID-DAYS
                   MOVE 0 TO UNPAID-DAYS
                   PERFORM CHECK-PAID-BALANCE
               ELSE
                   MOVE 0 TO PAID-DAYS
                   MOVE ENTRY-DAYS TO UNPAID-DAYS
               END-IF
           END-IF

      *    EVERY ENTRY STARTS PENDING; IT HAS NO EFFECT UNTIL THE
      *    EMPLOYEE'S MANAGER APPROVES IT AT SIGN-ON
           IF ENTRY-OK-FLAG = "Y"
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN EXTEND LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
                   OPEN OUTPUT LEAVE-FILE
               END-IF
               MOVE ENTRY-EMP-ID TO LV-EMP-ID
               MOVE ENTRY-PERIOD TO LV-PERIOD
               MOVE "PENDING" TO LV-STATUS
               MOVE WS-TODAY TO LV-KEYED-DATE
               MOVE 0 TO LV-DECIDED-BY
               MOVE 0 TO LV-DECIDED-DATE
               IF PAID-DAYS > 0
                   MOVE PAID-DAYS TO LV-DAYS
                   MOVE "P" TO LV-TYPE
                   WRITE LEAVE-REC
               END-IF
               IF UNPAID-DAYS > 0
                   MOVE UNPAID-DAYS TO LV-DAYS
                   MOVE "U" TO LV-TYPE
                   WRITE LEAVE-REC
               END-IF
               CLOSE LEAVE-FILE
               DISPLAY "LEAVE RECORDED FOR EMPLOYEE " ENTRY-EMP-ID
                   " PERIOD " ENTRY-PERIOD
               IF PAID-DAYS > 0 AND UNPAID-DAYS > 0
                   DISPLAY "  PAID " PAID-DAYS " DAYS, UNPAID "
                       UNPAID-DAYS " DAYS"
               END-IF
               DISPLAY "PENDING APPROVAL BY THE EMPLOYEE'S MANAGER"
           END-IF.

       CHECK-PAID-BALANCE.
      *    PAID LEAVE CANNOT RUN PAST THE ENTITLEMENT LEFT ON THE
      *    LEDGER FOR THE YEAR. THE OPERATOR EITHER DROPS THE ENTRY
      *    OR HAS THE DAYS NOT COVERED RECORDED AS UNPAID LEAVE.
      *    PAID LEAVE STILL AWAITING APPROVAL IS HELD AGAINST IT
           MOVE ENTRY-EMP-ID TO LB-EMP-ID
           DIVIDE ENTRY-PERIOD BY 100 GIVING LB-YEAR
           CALL "LEAVEBAL" USING LEAVEBAL-AREA
           COMPUTE OPEN-BALANCE = LB-BALANCE - LB-PENDING

           IF OPEN-BALANCE > 0
               MOVE OPEN-BALANCE TO WHOLE-BALANCE
           ELSE
               MOVE 0 TO WHOLE-BALANCE
           END-IF

           IF ENTRY-DAYS > WHOLE-BALANCE
               IF LB-FOUND = "N"
                   DISPLAY "NO PAID LEAVE ENTITLEMENT ON THE LEDGER "
                       "FOR " LB-YEAR
               ELSE
                   DISPLAY "PAID LEAVE BALANCE FOR " LB-YEAR
                       " IS " WHOLE-BALANCE " DAYS"
                   IF LB-PENDING > 0
                       DISPLAY "  AFTER PAID LEAVE STILL AWAITING "
                           "APPROVAL"
                   END-IF
               END-IF
               IF WHOLE-BALANCE = 0
                   DISPLAY "RECORD ALL " ENTRY-DAYS
                       " DAYS AS UNPAID (Y/N)?"
               ELSE
                   DISPLAY "RECORD " WHOLE-BALANCE " DAYS PAID AND "
                       "THE REST AS UNPAID (Y/N)?"
               END-IF
               ACCEPT CONVERT-ANSWER
               IF CONVERT-ANSWER = "Y" OR CONVERT-ANSWER = "y"
                   MOVE WHOLE-BALANCE TO PAID-DAYS
                   COMPUTE UNPAID-DAYS = ENTRY-DAYS - WHOLE-BALANCE
               ELSE
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "PAID LEAVE EXCEEDS BALANCE - NOT RECORDED"
               END-IF
           END-IF.

           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "EMP-ID  PERIOD  DAYS TYPE STATUS"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           IF SEARCH-PERIOD = 0
                               OR LV-PERIOD = SEARCH-PERIOD
                               ADD 1 TO LIST-COUNT
                               IF LV-STATUS = SPACES
                                   MOVE "APPROVED" TO LV-STATUS
                               END-IF
                               DISPLAY LV-EMP-ID "   " LV-PERIOD
                                   "  " LV-DAYS "   " LV-TYPE
                                   "    " LV-STATUS
                           END-IF
                   END-READ
               END-PERFORM
