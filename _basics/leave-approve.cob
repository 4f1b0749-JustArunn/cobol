       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leave-records.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT TEMP-FILE ASSIGN TO "leave-records.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD TEMP-FILE.
       COPY LEAVEREC REPLACING ==LEAVE-REC== BY ==TEMP-REC==
                    LEADING ==LV== BY ==TM==.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-LEAVE-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-TODAY          PIC 9(8).
       01 DUE-COUNT         PIC 9(5).
       01 ESCALATED-COUNT   PIC 9(5).
       01 DECIDED-COUNT     PIC 9(5).
       01 REVIEW-ANSWER     PIC X.
       01 DECISION          PIC X.
       01 MAY-DECIDE-FLAG   PIC X.
       01 CHAIN-DONE-FLAG   PIC X.
       01 PENDING-DAYS      PIC 9(5).
       01 LEVELS-OPEN       PIC 9(4).
       01 APPROVER-LEVEL    PIC 9(4).
       01 MY-LEVEL          PIC 9(4).
       01 CHAIN-DEPTH       PIC 9(4).
       01 CHAIN-ID          PIC 9(4).
       01 NEXT-ID           PIC 9(4).
       01 WS-EMP-SUB        PIC 9(4).
       01 SHOW-NAME         PIC X(10).

      *    REPORTING LINES OF THE WHOLE MASTER, BY EMPLOYEE ID
       01 REPORTING-TABLE.
           05 RT-ENTRY OCCURS 999 TIMES.
               10 RT-ON-FILE  PIC X.
               10 RT-LEFT     PIC X.
               10 RT-MANAGER  PIC 999.
               10 RT-NAME     PIC X(10).

       01 WS-LEAVE-FILENAME PIC X(20) VALUE "leave-records.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "leave-records.tmp".

       COPY ACTJRNL.

       LINKAGE SECTION.
       COPY SIGNONWS.

       PROCEDURE DIVISION USING SIGNON-AREA.

      *    LEAVE AWAITING THE SIGNED-ON OPERATOR'S DECISION, OFFERED
      *    BY SIGNON ONCE THE OPERATOR IS IN. A PENDING ENTRY GOES
      *    TO THE EMPLOYEE'S MANAGER; EACH FULL WEEK IT WAITS OPENS
      *    IT TO ONE MORE LEVEL UP THE CHAIN, AND THE LOWER LEVELS
      *    CAN STILL DECIDE IT. MANAGERS WHO HAVE LEFT ARE PASSED
      *    OVER, AND AN EMPLOYEE WITH NO ONE ABOVE THEM HAS THEIR
      *    LEAVE DECIDED BY A SUPERVISOR. NO ONE DECIDES THEIR OWN
       LEAVEAPR-MAIN.
           IF SIGNON-EMP-ID = 0
               GOBACK
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-REPORTING-LINES
           PERFORM COUNT-AWAITING-DECISION

           IF DUE-COUNT > 0
               DISPLAY " "
               DISPLAY DUE-COUNT " LEAVE ENTRIES AWAIT YOUR APPROVAL"
               IF ESCALATED-COUNT > 0
                   DISPLAY "  " ESCALATED-COUNT " OF THEM ESCALATED "
                       "FROM A MANAGER BELOW YOU"
               END-IF
               DISPLAY "REVIEW THEM NOW (Y/N)?"
               ACCEPT REVIEW-ANSWER
               IF REVIEW-ANSWER = "Y" OR REVIEW-ANSWER = "y"
                   PERFORM DECIDE-PENDING-LEAVE
               END-IF
           END-IF

           GOBACK.

       LOAD-REPORTING-LINES.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > 999
               MOVE "N" TO RT-ON-FILE (WS-EMP-SUB)
               MOVE "N" TO RT-LEFT (WS-EMP-SUB)
               MOVE 0 TO RT-MANAGER (WS-EMP-SUB)
               MOVE SPACES TO RT-NAME (WS-EMP-SUB)
           END-PERFORM

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EMP-ID > 0
                               MOVE "Y" TO RT-ON-FILE (EMP-ID)
                               MOVE EMP-NAME TO RT-NAME (EMP-ID)
                               IF EMP-STATUS = "LEFT"
                                   MOVE "Y" TO RT-LEFT (EMP-ID)
                               END-IF
                               IF EMP-MANAGER-ID NUMERIC
                                   MOVE EMP-MANAGER-ID
                                       TO RT-MANAGER (EMP-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
           END-IF.

       COUNT-AWAITING-DECISION.
           MOVE 0 TO DUE-COUNT
           MOVE 0 TO ESCALATED-COUNT

           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00" OR WS-LEAVE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LV-STATUS = "PENDING"
                               PERFORM FIND-ENTRY-APPROVER
                               IF MAY-DECIDE-FLAG = "Y"
                                   ADD 1 TO DUE-COUNT
                                   IF MY-LEVEL > 1
                                       ADD 1 TO ESCALATED-COUNT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.

       FIND-ENTRY-APPROVER.
      *    WALK UP FROM THE EMPLOYEE, COUNTING ONLY MANAGERS STILL
      *    WITH US, AS FAR AS THE WEEKS PENDING ALLOW
           MOVE "N" TO MAY-DECIDE-FLAG
           MOVE 0 TO APPROVER-LEVEL
           MOVE 0 TO MY-LEVEL
           MOVE 0 TO PENDING-DAYS

           IF LV-KEYED-DATE NUMERIC AND LV-KEYED-DATE > 0
               AND LV-KEYED-DATE <= WS-TODAY
               COMPUTE PENDING-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (LV-KEYED-DATE)
           END-IF
           DIVIDE PENDING-DAYS BY 7 GIVING LEVELS-OPEN
           ADD 1 TO LEVELS-OPEN

           MOVE "N" TO CHAIN-DONE-FLAG
           MOVE 0 TO CHAIN-DEPTH
           IF LV-EMP-ID > 0 AND LV-EMP-ID <= 999
               MOVE LV-EMP-ID TO CHAIN-ID
           ELSE
               MOVE "Y" TO CHAIN-DONE-FLAG
           END-IF

           PERFORM UNTIL CHAIN-DONE-FLAG = "Y"
               MOVE 0 TO NEXT-ID
               IF RT-ON-FILE (CHAIN-ID) = "Y"
                   MOVE RT-MANAGER (CHAIN-ID) TO NEXT-ID
               END-IF
               ADD 1 TO CHAIN-DEPTH
               IF NEXT-ID = 0 OR NEXT-ID = LV-EMP-ID
                   OR CHAIN-DEPTH > 999
                   MOVE "Y" TO CHAIN-DONE-FLAG
               ELSE
                   MOVE NEXT-ID TO CHAIN-ID
                   IF RT-ON-FILE (CHAIN-ID) = "Y"
                       AND RT-LEFT (CHAIN-ID) = "N"
                       ADD 1 TO APPROVER-LEVEL
                       IF CHAIN-ID = SIGNON-EMP-ID
                           MOVE "Y" TO MAY-DECIDE-FLAG
                           MOVE APPROVER-LEVEL TO MY-LEVEL
                       END-IF
                       IF APPROVER-LEVEL >= LEVELS-OPEN
                           MOVE "Y" TO CHAIN-DONE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF APPROVER-LEVEL = 0 AND SIGNON-SUPERVISOR
               MOVE "Y" TO MAY-DECIDE-FLAG
               MOVE 1 TO MY-LEVEL
           END-IF

           IF LV-EMP-ID = SIGNON-EMP-ID
               MOVE "N" TO MAY-DECIDE-FLAG
           END-IF.

       DECIDE-PENDING-LEAVE.
           MOVE 0 TO DECIDED-COUNT

           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00" OR WS-LEAVE-STATUS = "05"
               OPEN OUTPUT TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LV-STATUS = "PENDING"
                               PERFORM FIND-ENTRY-APPROVER
                               IF MAY-DECIDE-FLAG = "Y"
                                   PERFORM DECIDE-ONE-ENTRY
                               END-IF
                           END-IF
                           MOVE LEAVE-REC TO TEMP-REC
                           WRITE TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
               CLOSE TEMP-FILE

               PERFORM COMMIT-TEMP-TO-LEAVE
               DISPLAY "LEAVE ENTRIES DECIDED: " DECIDED-COUNT
           END-IF.

       DECIDE-ONE-ENTRY.
           MOVE SPACES TO SHOW-NAME
           IF LV-EMP-ID > 0 AND LV-EMP-ID <= 999
               MOVE RT-NAME (LV-EMP-ID) TO SHOW-NAME
           END-IF

           DISPLAY " "
           DISPLAY "EMPLOYEE " LV-EMP-ID " " SHOW-NAME
               " PERIOD " LV-PERIOD " DAYS " LV-DAYS " TYPE " LV-TYPE
           IF LV-KEYED-DATE NUMERIC
               DISPLAY "  RECORDED " LV-KEYED-DATE
                   ", PENDING " PENDING-DAYS " DAYS"
           END-IF
           IF MY-LEVEL > 1
               DISPLAY "  ESCALATED - NOT DECIDED BY THE MANAGER "
                   "WITHIN A WEEK"
           END-IF
           DISPLAY "A = APPROVE, R = REJECT, S = SKIP:"
           ACCEPT DECISION

           IF DECISION = "A" OR DECISION = "a"
               MOVE "APPROVED" TO LV-STATUS
               MOVE "APPROVE LV" TO AJ-ACTION
           END-IF
           IF DECISION = "R" OR DECISION = "r"
               MOVE "REJECTED" TO LV-STATUS
               MOVE "REJECT LV" TO AJ-ACTION
           END-IF

           IF LV-STATUS NOT = "PENDING"
               MOVE SIGNON-EMP-ID TO LV-DECIDED-BY
               MOVE WS-TODAY TO LV-DECIDED-DATE
               ADD 1 TO DECIDED-COUNT
               DISPLAY "LEAVE " LV-STATUS
               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "LEAVEAPR" TO AJ-PROGRAM
               MOVE SPACES TO AJ-KEY
               STRING LV-EMP-ID "-" LV-PERIOD
                   DELIMITED BY SIZE INTO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA
           END-IF.

       COMMIT-TEMP-TO-LEAVE.
      *    OS-LEVEL SWAP: THE RENAME REPLACES LEAVE-RECORDS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-LEAVE-FILENAME.
