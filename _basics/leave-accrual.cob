       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "leave-entitlement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-TEMP-FILE ASSIGN TO "leave-entitlement.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLICY-FILE ASSIGN TO "leave-policy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LEDGER-FILE.
       COPY LEAVEENT.

       FD LEDGER-TEMP-FILE.
       COPY LEAVEENT REPLACING ==LEAVE-ENT-REC== BY ==TEMP-REC==
                    LEADING ==LE== BY ==TM==.

       FD POLICY-FILE.
       COPY LEAVEPOL.

       FD EMP-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS  PIC X(2).
       01 WS-POLICY-STATUS  PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-RUN-PERIOD     PIC 9(6).
       01 WS-RUN-YEAR       PIC 9(4).
       01 WS-RUN-MONTH      PIC 9(2).
       01 WS-YEAR-FIRST     PIC 9(6).
       01 WS-PERIOD-END     PIC 9(8).
       01 CONFIRM-ANSWER    PIC X.
       01 EMP-FOUND-FLAG    PIC X.
       01 ELIGIBLE-FLAG     PIC X.

      *    EMPLOYEES ALREADY HOLDING A LEDGER ROW FOR THE YEAR;
      *    EVERY OTHER ELIGIBLE EMPLOYEE GETS A NEW ROW
       01 SEEN-TABLE.
           05 SEEN-FLAG OCCURS 999 TIMES PIC X.

       01 POLICY-COUNT      PIC 9(3) VALUE 0.
       01 POLICY-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
               10 PT-ROLE        PIC X(20).
               10 PT-ANNUAL-DAYS PIC 9(3).
               10 PT-ACCRUAL     PIC X(1).
       01 POL-FOUND-FLAG    PIC X.
       01 POL-ANNUAL-DAYS   PIC 9(3).
       01 POL-ACCRUAL       PIC X(1).

       01 JOIN-YEAR         PIC 9(4).
       01 START-MONTH       PIC 9(2).
       01 LAST-MONTH        PIC 9(2).
       01 CREDIT-MONTHS     PIC 9(2).
       01 CREDIT-DAYS       PIC 9(3)V99.

       01 ROWS-CREDITED     PIC 9(5) VALUE 0.
       01 ROWS-ADDED        PIC 9(5) VALUE 0.
       01 NO-POLICY-COUNT   PIC 9(5) VALUE 0.
       01 TOTAL-CREDITED    PIC 9(7)V99 VALUE 0.
       01 SHOW-DAYS         PIC Z(6)9.99.

       01 WS-LEDGER-FILENAME PIC X(24) VALUE "leave-entitlement.dat".
       01 WS-TEMP-FILENAME  PIC X(24) VALUE "leave-entitlement.tmp".

       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    CREDITS PAID LEAVE TO THE ENTITLEMENT LEDGER BY ROLE. AN
      *    ANNUAL POLICY CREDITS THE WHOLE YEAR ON THE FIRST RUN OF
      *    THE YEAR; A MONTHLY POLICY CREDITS A TWELFTH FOR EVERY
      *    MONTH UP TO THE RUN PERIOD NOT YET CREDITED, SO A MISSED
      *    MONTH IS CAUGHT UP AND A RERUN CREDITS NOTHING TWICE. A
      *    JOINER EARNS FROM THE JOINING MONTH; LEAVERS EARN NOTHING
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "CREDIT LEAVE UP TO PERIOD (YYYYMM, 0 = CURRENT):"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-RUN-PERIOD
           END-IF
           DIVIDE WS-RUN-PERIOD BY 100 GIVING WS-RUN-YEAR
           COMPUTE WS-RUN-MONTH = WS-RUN-PERIOD - WS-RUN-YEAR * 100
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY "INVALID PERIOD - NOTHING CREDITED"
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-FIRST = WS-RUN-YEAR * 100 + 1
           COMPUTE WS-PERIOD-END = WS-RUN-PERIOD * 100 + 31

           PERFORM LOAD-POLICIES
           IF POLICY-COUNT = 0
               DISPLAY "NO LEAVE POLICIES ON FILE - NOTHING CREDITED"
               STOP RUN
           END-IF

           DISPLAY "CREDIT PAID LEAVE FOR " WS-RUN-YEAR
               " UP TO " WS-RUN-PERIOD " (Y/N)?"
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "ACCRUAL RUN CANCELLED"
               STOP RUN
           END-IF

           MOVE ALL "N" TO SEEN-TABLE

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS: "
                   WS-EMP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LEDGER-TEMP-FILE

           PERFORM CREDIT-EXISTING-ROWS
           PERFORM ADD-NEW-ROWS

           CLOSE EMP-FILE
           CLOSE LEDGER-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES LEAVE-ENTITLEMENT.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-LEDGER-FILENAME

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "LEAVEACCR" TO AJ-PROGRAM
           MOVE "ACCRUE" TO AJ-ACTION
           MOVE WS-RUN-PERIOD TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           MOVE TOTAL-CREDITED TO SHOW-DAYS
           DISPLAY "LEDGER ROWS CREDITED   : " ROWS-CREDITED
           DISPLAY "NEW LEDGER ROWS        : " ROWS-ADDED
           DISPLAY "DAYS CREDITED          : " SHOW-DAYS
           DISPLAY "EMPLOYEES WITH NO POLICY FOR THEIR ROLE: "
               NO-POLICY-COUNT

           STOP RUN.

       LOAD-POLICIES.
           MOVE 0 TO POLICY-COUNT
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ POLICY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF POLICY-COUNT < 100
                               ADD 1 TO POLICY-COUNT
                               SET PT-IDX TO POLICY-COUNT
                               MOVE LP-ROLE TO PT-ROLE (PT-IDX)
                               MOVE LP-ANNUAL-DAYS
                                   TO PT-ANNUAL-DAYS (PT-IDX)
                               MOVE LP-ACCRUAL TO PT-ACCRUAL (PT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       CREDIT-EXISTING-ROWS.
      *    ROWS FOR OTHER YEARS, AND CLOSED ROWS, PASS THROUGH
      *    UNCHANGED
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LE-YEAR = WS-RUN-YEAR
                               AND LE-EMP-ID > 0
                               AND LE-EMP-ID <= 999
                               MOVE "Y" TO SEEN-FLAG (LE-EMP-ID)
                               IF LE-STATUS = "OPEN"
                                   PERFORM CREDIT-LEDGER-ROW
                               END-IF
                           END-IF
                           MOVE LEAVE-ENT-REC TO TEMP-REC
                           WRITE TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       CREDIT-LEDGER-ROW.
           MOVE "N" TO EMP-FOUND-FLAG
           MOVE LE-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO EMP-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO EMP-FOUND-FLAG
           END-READ

           IF EMP-FOUND-FLAG = "Y"
               PERFORM CHECK-ELIGIBLE
               IF ELIGIBLE-FLAG = "Y"
                   PERFORM APPLY-ACCRUAL
               END-IF
           END-IF.

       ADD-NEW-ROWS.
           CLOSE EMP-FILE
           OPEN INPUT EMP-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-ID > 0
                           AND SEEN-FLAG (EMP-ID) = "N"
                           PERFORM CHECK-ELIGIBLE
                           IF ELIGIBLE-FLAG = "Y"
                               PERFORM ADD-LEDGER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-LEDGER-ROW.
           MOVE EMP-ID TO LE-EMP-ID
           MOVE WS-RUN-YEAR TO LE-YEAR
           MOVE 0 TO LE-OPENING
           MOVE 0 TO LE-ACCRUED
           MOVE 0 TO LE-LAST-PERIOD
           MOVE 0 TO LE-TAKEN
           MOVE 0 TO LE-CARRIED
           MOVE 0 TO LE-LAPSED
           MOVE "OPEN" TO LE-STATUS

           PERFORM APPLY-ACCRUAL

           IF LE-ACCRUED > 0
               MOVE LEAVE-ENT-REC TO TEMP-REC
               WRITE TEMP-REC
               ADD 1 TO ROWS-ADDED
           END-IF.

       CHECK-ELIGIBLE.
      *    ON THE PAYROLL AND JOINED BY THE END OF THE RUN PERIOD
           MOVE "Y" TO ELIGIBLE-FLAG
           IF EMP-STATUS = "LEFT"
               MOVE "N" TO ELIGIBLE-FLAG
           END-IF
           IF EMP-JOIN-DATE > WS-PERIOD-END
               MOVE "N" TO ELIGIBLE-FLAG
           END-IF.

       APPLY-ACCRUAL.
           PERFORM FIND-ROLE-POLICY
           IF POL-FOUND-FLAG = "N"
               ADD 1 TO NO-POLICY-COUNT
               DISPLAY "NO LEAVE POLICY FOR ROLE " ROLE
                   " - EMPLOYEE " EMP-ID " NOT CREDITED"
           ELSE
               MOVE 1 TO START-MONTH
               DIVIDE EMP-JOIN-DATE BY 10000 GIVING JOIN-YEAR
               IF EMP-JOIN-DATE > 0 AND JOIN-YEAR = WS-RUN-YEAR
                   MOVE EMP-JOIN-DATE (5:2) TO START-MONTH
               END-IF

               MOVE 0 TO CREDIT-MONTHS
               IF POL-ACCRUAL = "A"
                   IF LE-LAST-PERIOD < WS-YEAR-FIRST
                       COMPUTE CREDIT-MONTHS = 12 - START-MONTH + 1
                       COMPUTE LE-LAST-PERIOD = WS-RUN-YEAR * 100 + 12
                   END-IF
               ELSE
                   IF LE-LAST-PERIOD >= WS-YEAR-FIRST
                       COMPUTE LAST-MONTH =
                           LE-LAST-PERIOD - WS-RUN-YEAR * 100
                       IF LAST-MONTH >= START-MONTH
                           COMPUTE START-MONTH = LAST-MONTH + 1
                       END-IF
                   END-IF
                   IF START-MONTH <= WS-RUN-MONTH
                       COMPUTE CREDIT-MONTHS =
                           WS-RUN-MONTH - START-MONTH + 1
                       MOVE WS-RUN-PERIOD TO LE-LAST-PERIOD
                   END-IF
               END-IF

               IF CREDIT-MONTHS > 0
                   COMPUTE CREDIT-DAYS ROUNDED =
                       POL-ANNUAL-DAYS * CREDIT-MONTHS / 12
                   ADD CREDIT-DAYS TO LE-ACCRUED
                   ADD CREDIT-DAYS TO TOTAL-CREDITED
                   ADD 1 TO ROWS-CREDITED
               END-IF
           END-IF.

       FIND-ROLE-POLICY.
      *    THE ROLE'S OWN POLICY, ELSE THE DEFAULT ONE
           MOVE "N" TO POL-FOUND-FLAG
           SET PT-IDX TO 1
           SEARCH PT-ENTRY
               AT END
                   CONTINUE
               WHEN PT-IDX > POLICY-COUNT
                   CONTINUE
               WHEN PT-ROLE (PT-IDX) = ROLE
                   MOVE "Y" TO POL-FOUND-FLAG
                   MOVE PT-ANNUAL-DAYS (PT-IDX) TO POL-ANNUAL-DAYS
                   MOVE PT-ACCRUAL (PT-IDX) TO POL-ACCRUAL
           END-SEARCH

           IF POL-FOUND-FLAG = "N"
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-IDX > POLICY-COUNT
                       CONTINUE
                   WHEN PT-ROLE (PT-IDX) = "DEFAULT"
                       MOVE "Y" TO POL-FOUND-FLAG
                       MOVE PT-ANNUAL-DAYS (PT-IDX) TO POL-ANNUAL-DAYS
                       MOVE PT-ACCRUAL (PT-IDX) TO POL-ACCRUAL
               END-SEARCH
           END-IF.
