       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEYREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "leave-entitlement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CLOSE-TEMP-FILE ASSIGN TO "leave-entitlement.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARRY-TEMP-FILE ASSIGN TO "leave-entitlement.tm2"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLICY-FILE ASSIGN TO "leave-policy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leave-records.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT REGISTER-SORT-FILE ASSIGN TO "leave-register.srt".

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LEDGER-FILE.
       COPY LEAVEENT.

       FD CLOSE-TEMP-FILE.
       COPY LEAVEENT REPLACING ==LEAVE-ENT-REC== BY ==CLOSE-REC==
                    LEADING ==LE== BY ==CL==.

       FD CARRY-TEMP-FILE.
       COPY LEAVEENT REPLACING ==LEAVE-ENT-REC== BY ==CARRY-REC==
                    LEADING ==LE== BY ==CY==.

       FD POLICY-FILE.
       COPY LEAVEPOL.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD EMP-FILE.
       COPY EMPREC.

       SD REGISTER-SORT-FILE.
       01 REGISTER-SORT-REC.
           05 RS-DEPT        PIC X(4).
           05 RS-EMP-ID      PIC 9(5).
           05 RS-EMP-NAME    PIC X(10).
           05 RS-OPENING     PIC 9(3)V99.
           05 RS-ACCRUED     PIC 9(3)V99.
           05 RS-TAKEN       PIC 9(3)V99.
           05 RS-CARRIED     PIC 9(3)V99.
           05 RS-LAPSED      PIC 9(3)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS  PIC X(2).
       01 WS-POLICY-STATUS  PIC X(2).
       01 WS-LEAVE-STATUS   PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 SORT-EOF-FLAG     PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-CLOSE-YEAR     PIC 9(4).
       01 WS-NEXT-YEAR      PIC 9(4).
       01 WS-YEAR-FROM      PIC 9(6).
       01 WS-YEAR-TO        PIC 9(6).
       01 CONFIRM-ANSWER    PIC X.
       01 EMP-FOUND-FLAG    PIC X.

      *    PER EMPLOYEE: P DAYS TAKEN IN THE YEAR BEING CLOSED, AND
      *    THE DAYS CARRIED INTO THE NEXT YEAR WAITING TO BE POSTED
      *    TO ITS LEDGER ROW
       01 EMP-WORK-TABLE.
           05 EW-ENTRY OCCURS 999 TIMES.
               10 EW-TAKEN       PIC 9(3)V99.
               10 EW-CARRY       PIC 9(3)V99.
               10 EW-CARRY-FLAG  PIC X.
       01 EW-SUB            PIC 9(3).

       01 POLICY-COUNT      PIC 9(3) VALUE 0.
       01 POLICY-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
               10 PT-ROLE        PIC X(20).
               10 PT-CARRY-CAP   PIC 9(3).
       01 POL-FOUND-FLAG    PIC X.
       01 POL-CARRY-CAP     PIC 9(3).

       01 YEAR-BALANCE      PIC S9(4)V99.
       01 ROWS-CLOSED       PIC 9(5) VALUE 0.
       01 ROWS-CARRIED      PIC 9(5) VALUE 0.
       01 ROWS-OPENED       PIC 9(5) VALUE 0.

       01 WS-LEDGER-FILENAME PIC X(24) VALUE "leave-entitlement.dat".
       01 WS-CLOSE-FILENAME PIC X(24) VALUE "leave-entitlement.tmp".
       01 WS-CARRY-FILENAME PIC X(24) VALUE "leave-entitlement.tm2".

       01 CUR-DEPT          PIC X(4).
       01 DEPT-OPEN-FLAG    PIC X.
       01 DEPT-TOTALS.
           05 DT-OPENING     PIC 9(5)V99.
           05 DT-ACCRUED     PIC 9(5)V99.
           05 DT-TAKEN       PIC 9(5)V99.
           05 DT-CARRIED     PIC 9(5)V99.
           05 DT-LAPSED      PIC 9(5)V99.
       01 GRAND-TOTALS.
           05 GT-OPENING     PIC 9(6)V99.
           05 GT-ACCRUED     PIC 9(6)V99.
           05 GT-TAKEN       PIC 9(6)V99.
           05 GT-CARRIED     PIC 9(6)V99.
           05 GT-LAPSED      PIC 9(6)V99.

       01 LR-DETAIL-LINE.
           05 LR-EMP-ID      PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LR-EMP-NAME    PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LR-OPENING     PIC Z(5)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LR-ACCRUED     PIC Z(5)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LR-TAKEN       PIC Z(5)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LR-BALANCE     PIC -(5)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LR-CARRIED     PIC Z(5)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LR-LAPSED      PIC Z(5)9.99.
       01 LR-BALANCE-WORK   PIC S9(6)V99.

       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    CLOSES A CALENDAR YEAR ON THE PAID LEAVE LEDGER. EACH OPEN
      *    ROW FOR THE YEAR HAS ITS DAYS TAKEN FROZEN FROM
      *    LEAVE-RECORDS.DAT; THE BALANCE LEFT IS CARRIED INTO THE
      *    NEXT YEAR UP TO THE ROLE'S CAP AND THE REST LAPSES. A
      *    LEAVER CARRIES NOTHING. ROWS ALREADY CLOSED ARE NOT
      *    TOUCHED, SO A RERUN CARRIES NOTHING TWICE. THE LEAVE
      *    BALANCE REGISTER FOR THE YEAR IS PRINTED BY DEPARTMENT
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
           DISPLAY "YEAR TO CLOSE (YYYY, 0 = LAST YEAR):"
           ACCEPT WS-CLOSE-YEAR
           IF WS-CLOSE-YEAR = 0
               DIVIDE WS-TODAY BY 10000 GIVING WS-CLOSE-YEAR
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
           COMPUTE WS-YEAR-FROM = WS-CLOSE-YEAR * 100 + 1
           COMPUTE WS-YEAR-TO = WS-CLOSE-YEAR * 100 + 12

           DISPLAY "CLOSE PAID LEAVE YEAR " WS-CLOSE-YEAR
               " AND CARRY FORWARD INTO " WS-NEXT-YEAR " (Y/N)?"
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "YEAR-END RUN CANCELLED"
               STOP RUN
           END-IF

           PERFORM LOAD-POLICIES
           PERFORM LOAD-DAYS-TAKEN

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS: "
                   WS-EMP-STATUS
               STOP RUN
           END-IF

           PERFORM CLOSE-YEAR-ROWS
           PERFORM POST-CARRY-FORWARD

      *    OS-LEVEL SWAP: THE RENAME REPLACES LEAVE-ENTITLEMENT.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-CARRY-FILENAME
               WS-LEDGER-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-CLOSE-FILENAME

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "LEAVEYREND" TO AJ-PROGRAM
           MOVE "YEAR CLOSE" TO AJ-ACTION
           MOVE WS-CLOSE-YEAR TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           PERFORM PRINT-BALANCE-REGISTER

           CLOSE EMP-FILE

           DISPLAY "LEDGER ROWS CLOSED      : " ROWS-CLOSED
           DISPLAY "BALANCES CARRIED FORWARD: " ROWS-CARRIED
           DISPLAY "NEW ROWS FOR " WS-NEXT-YEAR "       : " ROWS-OPENED
           DISPLAY "REGISTER WRITTEN: " RPT-FILENAME

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
                               MOVE LP-CARRY-CAP
                                   TO PT-CARRY-CAP (PT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       LOAD-DAYS-TAKEN.
           PERFORM VARYING EW-SUB FROM 1 BY 1 UNTIL EW-SUB > 999
               MOVE 0 TO EW-TAKEN (EW-SUB)
               MOVE 0 TO EW-CARRY (EW-SUB)
               MOVE "N" TO EW-CARRY-FLAG (EW-SUB)
           END-PERFORM

           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00" OR WS-LEAVE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LV-TYPE = "P"
                               AND LV-PERIOD >= WS-YEAR-FROM
                               AND LV-PERIOD <= WS-YEAR-TO
                               AND LV-EMP-ID > 0
                               AND LV-EMP-ID <= 999
                               AND (LV-STATUS = "APPROVED"
                                   OR LV-STATUS = SPACES)
                               ADD LV-DAYS TO EW-TAKEN (LV-EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.

       CLOSE-YEAR-ROWS.
           OPEN OUTPUT CLOSE-TEMP-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LE-YEAR = WS-CLOSE-YEAR
                               AND LE-STATUS = "OPEN"
                               AND LE-EMP-ID > 0
                               AND LE-EMP-ID <= 999
                               PERFORM CLOSE-ONE-ROW
                           END-IF
                           MOVE LEAVE-ENT-REC TO CLOSE-REC
                           WRITE CLOSE-REC
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           CLOSE CLOSE-TEMP-FILE.

       CLOSE-ONE-ROW.
           MOVE "N" TO EMP-FOUND-FLAG
           MOVE LE-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO EMP-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO EMP-FOUND-FLAG
           END-READ

           MOVE EW-TAKEN (LE-EMP-ID) TO LE-TAKEN
           COMPUTE YEAR-BALANCE = LE-OPENING + LE-ACCRUED - LE-TAKEN

      *    AN OVERDRAWN YEAR (LEAVE TAKEN BEFORE THE LEDGER EXISTED)
      *    CARRIES AND LAPSES NOTHING
           MOVE 0 TO LE-CARRIED
           MOVE 0 TO LE-LAPSED
           IF YEAR-BALANCE > 0
               MOVE 0 TO POL-CARRY-CAP
               IF EMP-FOUND-FLAG = "Y" AND EMP-STATUS NOT = "LEFT"
                   PERFORM FIND-ROLE-POLICY
               END-IF
               IF YEAR-BALANCE > POL-CARRY-CAP
                   MOVE POL-CARRY-CAP TO LE-CARRIED
               ELSE
                   MOVE YEAR-BALANCE TO LE-CARRIED
               END-IF
               COMPUTE LE-LAPSED = YEAR-BALANCE - LE-CARRIED
           END-IF

           MOVE "CLOSED" TO LE-STATUS
           ADD 1 TO ROWS-CLOSED

           IF LE-CARRIED > 0
               MOVE LE-CARRIED TO EW-CARRY (LE-EMP-ID)
               MOVE "Y" TO EW-CARRY-FLAG (LE-EMP-ID)
               ADD 1 TO ROWS-CARRIED
           END-IF.

       FIND-ROLE-POLICY.
      *    THE ROLE'S OWN CAP, ELSE THE DEFAULT POLICY'S; NO POLICY
      *    AT ALL MEANS NOTHING CARRIES
           MOVE "N" TO POL-FOUND-FLAG
           SET PT-IDX TO 1
           SEARCH PT-ENTRY
               AT END
                   CONTINUE
               WHEN PT-IDX > POLICY-COUNT
                   CONTINUE
               WHEN PT-ROLE (PT-IDX) = ROLE
                   MOVE "Y" TO POL-FOUND-FLAG
                   MOVE PT-CARRY-CAP (PT-IDX) TO POL-CARRY-CAP
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
                       MOVE PT-CARRY-CAP (PT-IDX) TO POL-CARRY-CAP
               END-SEARCH
           END-IF.

       POST-CARRY-FORWARD.
      *    THE CARRIED DAYS BECOME THE OPENING OF THE NEXT YEAR'S
      *    ROW - ADDED TO IT IF THE ACCRUAL RUN HAS ALREADY OPENED
      *    ONE, OTHERWISE ON A NEW ROW
           OPEN INPUT CLOSE-TEMP-FILE
           OPEN OUTPUT CARRY-TEMP-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CLOSE-TEMP-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE CLOSE-REC TO CARRY-REC
                       IF CY-YEAR = WS-NEXT-YEAR
                           AND CY-EMP-ID > 0
                           AND CY-EMP-ID <= 999
                           IF EW-CARRY-FLAG (CY-EMP-ID) = "Y"
                               ADD EW-CARRY (CY-EMP-ID) TO CY-OPENING
                               MOVE "N" TO EW-CARRY-FLAG (CY-EMP-ID)
                           END-IF
                       END-IF
                       WRITE CARRY-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-TEMP-FILE

           PERFORM VARYING EW-SUB FROM 1 BY 1 UNTIL EW-SUB > 999
               IF EW-CARRY-FLAG (EW-SUB) = "Y"
                   MOVE EW-SUB TO CY-EMP-ID
                   MOVE WS-NEXT-YEAR TO CY-YEAR
                   MOVE EW-CARRY (EW-SUB) TO CY-OPENING
                   MOVE 0 TO CY-ACCRUED
                   MOVE 0 TO CY-LAST-PERIOD
                   MOVE 0 TO CY-TAKEN
                   MOVE 0 TO CY-CARRIED
                   MOVE 0 TO CY-LAPSED
                   MOVE "OPEN" TO CY-STATUS
                   WRITE CARRY-REC
                   MOVE "N" TO EW-CARRY-FLAG (EW-SUB)
                   ADD 1 TO ROWS-OPENED
               END-IF
           END-PERFORM
           CLOSE CARRY-TEMP-FILE.

       PRINT-BALANCE-REGISTER.
           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "leave-register-" WS-CLOSE-YEAR ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "PAID LEAVE BALANCE REGISTER " WS-CLOSE-YEAR
               " BY DEPARTMENT" DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "EMP-ID NAME          CARRYIN   ACCRUED     TAKEN"
               & "   BALANCE   CARRIED    LAPSED" TO RPT-COLUMNS
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT
           INITIALIZE GRAND-TOTALS

           OPEN OUTPUT REPORT-FILE

           SORT REGISTER-SORT-FILE
               ON ASCENDING KEY RS-DEPT RS-EMP-ID
               INPUT PROCEDURE IS SELECT-CLOSED-ROWS
               OUTPUT PROCEDURE IS PRINT-REGISTER-LINES

           MOVE ALL "=" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LR-DETAIL-LINE
           MOVE "ALL DEPTS" TO LR-EMP-NAME
           MOVE GT-OPENING TO LR-OPENING
           MOVE GT-ACCRUED TO LR-ACCRUED
           MOVE GT-TAKEN TO LR-TAKEN
           COMPUTE LR-BALANCE-WORK = GT-OPENING + GT-ACCRUED
               - GT-TAKEN
           MOVE LR-BALANCE-WORK TO LR-BALANCE
           MOVE GT-CARRIED TO LR-CARRIED
           MOVE GT-LAPSED TO LR-LAPSED
           MOVE LR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       SELECT-CLOSED-ROWS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LE-YEAR = WS-CLOSE-YEAR
                               AND LE-STATUS = "CLOSED"
                               PERFORM RELEASE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       RELEASE-REGISTER-ROW.
           MOVE "????" TO RS-DEPT
           MOVE SPACES TO RS-EMP-NAME
           IF LE-EMP-ID <= 999
               MOVE LE-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO RS-DEPT
                       MOVE EMP-NAME TO RS-EMP-NAME
               END-READ
           END-IF
           MOVE LE-EMP-ID TO RS-EMP-ID
           MOVE LE-OPENING TO RS-OPENING
           MOVE LE-ACCRUED TO RS-ACCRUED
           MOVE LE-TAKEN TO RS-TAKEN
           MOVE LE-CARRIED TO RS-CARRIED
           MOVE LE-LAPSED TO RS-LAPSED
           RELEASE REGISTER-SORT-REC.

       PRINT-REGISTER-LINES.
           MOVE "N" TO SORT-EOF-FLAG
           MOVE "N" TO DEPT-OPEN-FLAG
           PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN REGISTER-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                       IF DEPT-OPEN-FLAG = "Y"
                           PERFORM PRINT-DEPT-TOTAL
                       END-IF
                   NOT AT END
                       PERFORM PRINT-ONE-REGISTER-LINE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-REGISTER-LINE.
           IF DEPT-OPEN-FLAG = "Y" AND RS-DEPT NOT = CUR-DEPT
               PERFORM PRINT-DEPT-TOTAL
               MOVE "N" TO DEPT-OPEN-FLAG
           END-IF

           IF DEPT-OPEN-FLAG = "N"
               MOVE "Y" TO DEPT-OPEN-FLAG
               MOVE RS-DEPT TO CUR-DEPT
               INITIALIZE DEPT-TOTALS
               MOVE SPACES TO RPT-DETAIL
               STRING "DEPARTMENT " RS-DEPT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO LR-DETAIL-LINE
           MOVE RS-EMP-ID TO LR-EMP-ID
           MOVE RS-EMP-NAME TO LR-EMP-NAME
           MOVE RS-OPENING TO LR-OPENING
           MOVE RS-ACCRUED TO LR-ACCRUED
           MOVE RS-TAKEN TO LR-TAKEN
           COMPUTE LR-BALANCE-WORK = RS-OPENING + RS-ACCRUED
               - RS-TAKEN
           MOVE LR-BALANCE-WORK TO LR-BALANCE
           MOVE RS-CARRIED TO LR-CARRIED
           MOVE RS-LAPSED TO LR-LAPSED
           MOVE LR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           ADD RS-OPENING TO DT-OPENING GT-OPENING
           ADD RS-ACCRUED TO DT-ACCRUED GT-ACCRUED
           ADD RS-TAKEN TO DT-TAKEN GT-TAKEN
           ADD RS-CARRIED TO DT-CARRIED GT-CARRIED
           ADD RS-LAPSED TO DT-LAPSED GT-LAPSED.

       PRINT-DEPT-TOTAL.
           MOVE SPACES TO LR-DETAIL-LINE
           MOVE "DEPT TOTAL" TO LR-EMP-NAME
           MOVE DT-OPENING TO LR-OPENING
           MOVE DT-ACCRUED TO LR-ACCRUED
           MOVE DT-TAKEN TO LR-TAKEN
           COMPUTE LR-BALANCE-WORK = DT-OPENING + DT-ACCRUED
               - DT-TAKEN
           MOVE LR-BALANCE-WORK TO LR-BALANCE
           MOVE DT-CARRIED TO LR-CARRIED
           MOVE DT-LAPSED TO LR-LAPSED
           MOVE LR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

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
