               VALUE "signon-lockout.tmp".
           01 TIMELINE-EMP-ID PIC 999.
           01 TIMELINE-COUNT PIC 9(3).
           01 WS-NEW-MANAGER PIC 999.
           01 WS-CHECK-EMP-ID PIC 999.
           01 WS-LEAVER-MANAGER PIC 999.
           01 WS-OLD-EMP-STATUS PIC X(8).
           01 MANAGER-OK-FLAG PIC X.
           01 CHAIN-DONE-FLAG PIC X.
           01 CHAIN-DEPTH PIC 9(4).
           01 REASSIGN-COUNT PIC 9(3).
           01 WS-SAVE-EMP-REC PIC X(150).
           COPY HASHPW.
           01 WS-CLEAR-PW PIC X(20).
           01 WS-SALT-TIME PIC 9(8).
               05 WS-D-ROLE PIC X(20).
               05 FILLER PIC X(2).
               05 WS-D-DEPT PIC X(4).
               05 FILLER PIC X(2).
               05 WS-D-MANAGER PIC 999.

      *    ROLE SUBTOTALS ARE BUILT BY SORTING AND ACCUMULATING ON
      *    CONTROL BREAKS, SO ANY NUMBER OF ROLES IS SUBTOTALED
           ACCEPT ROLE.
           DISPLAY "ENTER THE DEPT CODE".
           ACCEPT EMP-DEPT.
           MOVE 0 TO EMP-MANAGER-ID.
           MOVE "N" TO MANAGER-OK-FLAG.
           PERFORM ACCEPT-MANAGER-ID UNTIL MANAGER-OK-FLAG = "Y".
           DISPLAY "JOINING DATE (YYYYMMDD, 0 = TODAY)".
           ACCEPT EMP-JOIN-DATE.
           IF EMP-JOIN-DATE = 0
                   ACCEPT ROLE
                   DISPLAY "ENTER NEW DEPT CODE"
                   ACCEPT EMP-DEPT
                   IF EMP-MANAGER-ID NOT NUMERIC
                       MOVE 0 TO EMP-MANAGER-ID
                   END-IF
                   MOVE "N" TO MANAGER-OK-FLAG
                   PERFORM ACCEPT-MANAGER-ID
                       UNTIL MANAGER-OK-FLAG = "Y"
                   MOVE EMP-STATUS TO WS-OLD-EMP-STATUS
                   DISPLAY "EMPLOYMENT STATUS (ACTIVE/LEFT)"
                   ACCEPT EMP-STATUS
                   IF EMP-STATUS = "LEFT"
                   IF SALARY NOT = WS-OLD-SALARY
                       PERFORM WRITE-SALARY-CHANGE
                   END-IF

                   IF EMP-STATUS = "LEFT"
                       AND WS-OLD-EMP-STATUS NOT = "LEFT"
                       MOVE EMP-ID TO WS-CHECK-EMP-ID
                       MOVE EMP-MANAGER-ID TO WS-LEAVER-MANAGER
                       PERFORM REASSIGN-DIRECT-REPORTS
                   END-IF
           END-READ.

       ACCEPT-MANAGER-ID.
      *    THE MANAGER MUST BE ON FILE AND STILL WITH US, AND THE
      *    LINE UPWARDS FROM THEM MUST NEVER LEAD BACK TO THIS
      *    EMPLOYEE. THE RECORD BEING KEYED IS PUT BACK AFTERWARDS
           DISPLAY "REPORTING MANAGER EMP-ID (0 = NONE), NOW: "
               EMP-MANAGER-ID
           ACCEPT WS-NEW-MANAGER
           MOVE "Y" TO MANAGER-OK-FLAG

           IF WS-NEW-MANAGER NOT = 0
               MOVE EMP-REC TO WS-SAVE-EMP-REC
               MOVE EMP-ID TO WS-CHECK-EMP-ID
               IF WS-NEW-MANAGER = WS-CHECK-EMP-ID
                   DISPLAY "AN EMPLOYEE CANNOT REPORT TO THEMSELVES"
                   MOVE "N" TO MANAGER-OK-FLAG
               ELSE
                   MOVE WS-NEW-MANAGER TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           DISPLAY "MANAGER " WS-NEW-MANAGER
                               " IS NOT ON FILE"
                           MOVE "N" TO MANAGER-OK-FLAG
                       NOT INVALID KEY
                           IF EMP-STATUS = "LEFT"
                               DISPLAY "MANAGER " WS-NEW-MANAGER
                                   " HAS LEFT"
                               MOVE "N" TO MANAGER-OK-FLAG
                           END-IF
                   END-READ
                   IF MANAGER-OK-FLAG = "Y"
                       PERFORM CHECK-MANAGER-CHAIN
                   END-IF
               END-IF
               MOVE WS-SAVE-EMP-REC TO EMP-REC
           END-IF

           IF MANAGER-OK-FLAG = "Y"
               MOVE WS-NEW-MANAGER TO EMP-MANAGER-ID
           END-IF.

       CHECK-MANAGER-CHAIN.
      *    STARTS ON THE PROPOSED MANAGER'S RECORD AND FOLLOWS THEIR
      *    MANAGERS TO THE TOP
           MOVE "N" TO CHAIN-DONE-FLAG
           MOVE 0 TO CHAIN-DEPTH
           PERFORM UNTIL CHAIN-DONE-FLAG = "Y"
               IF EMP-MANAGER-ID NOT NUMERIC OR EMP-MANAGER-ID = 0
                   MOVE "Y" TO CHAIN-DONE-FLAG
               ELSE
                   IF EMP-MANAGER-ID = WS-CHECK-EMP-ID
                       DISPLAY "REPORTING LINE WOULD LOOP BACK TO "
                           "EMPLOYEE " WS-CHECK-EMP-ID
                       MOVE "N" TO MANAGER-OK-FLAG
                       MOVE "Y" TO CHAIN-DONE-FLAG
                   ELSE
                       ADD 1 TO CHAIN-DEPTH
                       IF CHAIN-DEPTH > 999
                           MOVE "Y" TO CHAIN-DONE-FLAG
                       ELSE
                           MOVE EMP-MANAGER-ID TO EMP-ID
                           READ EMP-FILE
                               INVALID KEY
                                   MOVE "Y" TO CHAIN-DONE-FLAG
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REASSIGN-DIRECT-REPORTS.
      *    NO ONE MAY REPORT TO AN EMPLOYEE WHO HAS GONE: THEIR
      *    DIRECT REPORTS MOVE UP TO THE LEAVER'S OWN MANAGER
           IF WS-LEAVER-MANAGER NOT NUMERIC
               MOVE 0 TO WS-LEAVER-MANAGER
           END-IF
           MOVE 0 TO REASSIGN-COUNT
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-MANAGER-ID = WS-CHECK-EMP-ID
                           AND EMP-STATUS NOT = "LEFT"
                           MOVE WS-LEAVER-MANAGER TO EMP-MANAGER-ID
                           REWRITE EMP-REC
                           ADD 1 TO REASSIGN-COUNT
                           MOVE "REASSIGN MGR" TO AJ-ACTION
                           MOVE EMP-ID TO AJ-KEY
                           PERFORM LOG-OPERATOR-ACTION
                       END-IF
               END-READ
           END-PERFORM

           IF REASSIGN-COUNT > 0
               DISPLAY REASSIGN-COUNT " DIRECT REPORTS OF "
                   WS-CHECK-EMP-ID " NOW REPORT TO " WS-LEAVER-MANAGER
           END-IF.

       WRITE-SALARY-CHANGE.
      *    EVERY SALARY CHANGE LEAVES AN EFFECTIVE-DATED AUDIT ROW
      *    SO OLD PAY CAN ALWAYS BE PROVED
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND!"
               NOT INVALID KEY
                   MOVE EMP-ID TO WS-CHECK-EMP-ID
                   MOVE EMP-MANAGER-ID TO WS-LEAVER-MANAGER
                   DELETE EMP-FILE
                   DISPLAY "EMPLOYEE DELETED SUCCESSFULLY."
                   MOVE "DELETE      " TO AJ-ACTION
                   MOVE EMP-ID TO AJ-KEY
                   PERFORM LOG-OPERATOR-ACTION
                   PERFORM REASSIGN-DIRECT-REPORTS
           END-READ.

       ROLE-PAYROLL-SUMMARY.
           MOVE SALARY    TO WS-D-SALARY.
           MOVE ROLE      TO WS-D-ROLE.
           MOVE EMP-DEPT  TO WS-D-DEPT.
           MOVE 0 TO WS-D-MANAGER.
           IF EMP-MANAGER-ID NUMERIC
               MOVE EMP-MANAGER-ID TO WS-D-MANAGER
           END-IF.
