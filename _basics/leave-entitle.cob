       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "leave-policy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT TEMP-FILE ASSIGN TO "leave-policy.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD POLICY-FILE.
       COPY LEAVEPOL.

       FD TEMP-FILE.
       COPY LEAVEPOL REPLACING ==LEAVE-POLICY-REC== BY ==TEMP-REC==
                    LEADING ==LP== BY ==TM==.

       FD EMP-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X VALUE "N".
       01 WS-POLICY-STATUS  PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 SEARCH-EMP-ID     PIC 9(5).
       01 SEARCH-YEAR       PIC 9(4).
       01 LIST-COUNT        PIC 9(3).
       01 WS-TODAY          PIC 9(8).
       01 EMP-FOUND-FLAG    PIC X.

       01 NEW-ROLE          PIC X(20).
       01 NEW-ANNUAL-DAYS   PIC 9(3).
       01 NEW-ACCRUAL       PIC X(1).
       01 NEW-CARRY-CAP     PIC 9(3).
       01 POLICY-OK-FLAG    PIC X.

       01 SHOW-DAYS         PIC ZZ9.99.
       01 SHOW-BALANCE      PIC -ZZ9.99.

       01 WS-POLICY-FILENAME PIC X(20) VALUE "leave-policy.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "leave-policy.tmp".

       COPY LEAVEBAL.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    PAID LEAVE ENTITLEMENT: THE BALANCE INQUIRY FOR ONE
      *    EMPLOYEE AND YEAR, AND THE PER-ROLE POLICY THE ACCRUAL
      *    AND YEAR-END RUNS WORK FROM (DAYS A YEAR, ANNUAL OR
      *    MONTHLY CREDIT, CARRY-FORWARD CAP). ONLY A SUPERVISOR
      *    MAY CHANGE A POLICY
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM UNTIL CHOICE = 4

               DISPLAY " "
               DISPLAY "===== PAID LEAVE ENTITLEMENT ====="
               DISPLAY "1. BALANCE INQUIRY"
               DISPLAY "2. LIST LEAVE POLICIES"
               DISPLAY "3. SET LEAVE POLICY FOR A ROLE"
               DISPLAY "4. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM BALANCE-INQUIRY
                   WHEN 2 PERFORM LIST-POLICIES
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-POLICY
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       BALANCE-INQUIRY.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID
           DISPLAY "CALENDAR YEAR (YYYY, 0 = CURRENT):"
           ACCEPT SEARCH-YEAR
           IF SEARCH-YEAR = 0
               DIVIDE WS-TODAY BY 10000 GIVING SEARCH-YEAR
           END-IF

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
           END-IF

           MOVE SEARCH-EMP-ID TO LB-EMP-ID
           MOVE SEARCH-YEAR TO LB-YEAR
           CALL "LEAVEBAL" USING LEAVEBAL-AREA

           DISPLAY " "
           IF EMP-FOUND-FLAG = "Y"
               DISPLAY "EMPLOYEE    : " EMP-ID " " EMP-NAME
               DISPLAY "ROLE / DEPT : " ROLE " " EMP-DEPT
           ELSE
               DISPLAY "EMPLOYEE    : " SEARCH-EMP-ID
                   " (NOT ON MASTER)"
           END-IF
           DISPLAY "YEAR        : " SEARCH-YEAR

           IF LB-FOUND = "N"
               DISPLAY "NO ENTITLEMENT ON THE LEDGER FOR THIS YEAR"
           END-IF
           MOVE LB-OPENING TO SHOW-DAYS
           DISPLAY "CARRIED IN  : " SHOW-DAYS
           MOVE LB-ACCRUED TO SHOW-DAYS
           DISPLAY "ACCRUED     : " SHOW-DAYS
           MOVE LB-TAKEN TO SHOW-DAYS
           DISPLAY "TAKEN       : " SHOW-DAYS
           IF LB-STATUS = "CLOSED"
               MOVE LB-CARRIED TO SHOW-DAYS
               DISPLAY "CARRIED OUT : " SHOW-DAYS
               MOVE LB-LAPSED TO SHOW-DAYS
               DISPLAY "LAPSED      : " SHOW-DAYS
               DISPLAY "YEAR CLOSED"
           END-IF
           MOVE LB-BALANCE TO SHOW-BALANCE
           DISPLAY "BALANCE     : " SHOW-BALANCE.

       LIST-POLICIES.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "35"
               DISPLAY "NO LEAVE POLICIES ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "ROLE                 DAYS ACCRUAL CAP"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ POLICY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           DISPLAY LP-ROLE " " LP-ANNUAL-DAYS "  "
                               LP-ACCRUAL "       " LP-CARRY-CAP
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
               DISPLAY "POLICIES LISTED: " LIST-COUNT
           END-IF.

       SET-POLICY.
      *    ONE POLICY PER ROLE: A ROLE ALREADY ON FILE HAS ITS
      *    POLICY REPLACED, A NEW ONE IS ADDED
           DISPLAY "ROLE (AS ON THE EMPLOYEE MASTER, OR DEFAULT):"
           ACCEPT NEW-ROLE
           DISPLAY "PAID LEAVE DAYS PER YEAR:"
           ACCEPT NEW-ANNUAL-DAYS
           DISPLAY "ACCRUAL (A=ANNUAL, M=MONTHLY):"
           ACCEPT NEW-ACCRUAL
           DISPLAY "CARRY-FORWARD CAP (DAYS):"
           ACCEPT NEW-CARRY-CAP

           MOVE "Y" TO POLICY-OK-FLAG
           IF NEW-ROLE = SPACES
               MOVE "N" TO POLICY-OK-FLAG
               DISPLAY "ROLE IS REQUIRED - NOT SAVED"
           END-IF
           IF NEW-ACCRUAL NOT = "A" AND NEW-ACCRUAL NOT = "M"
               MOVE "N" TO POLICY-OK-FLAG
               DISPLAY "ACCRUAL MUST BE A OR M - NOT SAVED"
           END-IF
           IF NEW-ANNUAL-DAYS > 365
               MOVE "N" TO POLICY-OK-FLAG
               DISPLAY "DAYS PER YEAR OVER 365 - NOT SAVED"
           END-IF

           IF POLICY-OK-FLAG = "Y"
               PERFORM REWRITE-POLICY-FILE

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "LEAVEENT" TO AJ-PROGRAM
               MOVE "SET POLICY" TO AJ-ACTION
               MOVE NEW-ROLE TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               IF FOUND-FLAG = "Y"
                   DISPLAY "POLICY REPLACED FOR " NEW-ROLE
               ELSE
                   DISPLAY "POLICY ADDED FOR " NEW-ROLE
               END-IF
           END-IF.

       REWRITE-POLICY-FILE.
           MOVE "N" TO FOUND-FLAG
           OPEN OUTPUT TEMP-FILE

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "00" OR WS-POLICY-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ POLICY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LP-ROLE = NEW-ROLE
                               MOVE "Y" TO FOUND-FLAG
                               MOVE NEW-ANNUAL-DAYS TO LP-ANNUAL-DAYS
                               MOVE NEW-ACCRUAL TO LP-ACCRUAL
                               MOVE NEW-CARRY-CAP TO LP-CARRY-CAP
                           END-IF
                           MOVE LEAVE-POLICY-REC TO TEMP-REC
                           WRITE TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF

           IF FOUND-FLAG = "N"
               MOVE NEW-ROLE TO TM-ROLE
               MOVE NEW-ANNUAL-DAYS TO TM-ANNUAL-DAYS
               MOVE NEW-ACCRUAL TO TM-ACCRUAL
               MOVE NEW-CARRY-CAP TO TM-CARRY-CAP
               WRITE TEMP-REC
           END-IF

           CLOSE TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES LEAVE-POLICY.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-POLICY-FILENAME.
