       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTBUDGT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "dept-budgets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT TEMP-FILE ASSIGN TO "dept-budgets.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-FILE ASSIGN TO "departments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD BUDGET-FILE.
       COPY DEPTBUD.

       FD TEMP-FILE.
       COPY DEPTBUD REPLACING ==DEPT-BUDGET-REC== BY ==TEMP-REC==
                    LEADING ==DB== BY ==TM==.

       FD DEPT-FILE.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X VALUE "N".
       01 DEPT-FOUND-FLAG   PIC X VALUE "N".
       01 WS-BUDGET-STATUS  PIC X(2).
       01 WS-DEPT-STATUS    PIC X(2).
       01 WS-TODAY          PIC 9(8).
       01 SEARCH-DEPT-CODE  PIC X(4).
       01 SEARCH-FY-YEAR    PIC 9(4).
       01 NEW-HEADCOUNT     PIC 9(4).
       01 NEW-MONTH-BUDGET  PIC 9(8).
       01 DELETE-FLAG       PIC X.
       01 LIST-COUNT        PIC 9(3).
       01 LIST-HEADCOUNT    PIC 9(6).
       01 LIST-BUDGET       PIC 9(10).

       01 WS-BUDGET-FILENAME PIC X(20) VALUE "dept-budgets.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "dept-budgets.tmp".

       01 BL-DETAIL-LINE.
           05 BL-DEPT-CODE   PIC X(4).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 BL-FY-YEAR     PIC 9(4).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 BL-HEADCOUNT   PIC ZZZ9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 BL-MONTH-BUDGET PIC Z(7)9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 BL-APPROVED-BY PIC 999.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 BL-SET-DATE    PIC 9(8).

       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    APPROVED HEADCOUNT AND MONTHLY GROSS SALARY BUDGET PER
      *    DEPARTMENT AND FINANCIAL YEAR, AS THE BUDGET-VERSUS-ACTUAL
      *    REPORT MEASURES THE PAYROLL AGAINST. ANYONE SIGNED ON MAY
      *    LIST; SETTING OR REMOVING A BUDGET NEEDS A SUPERVISOR
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM UNTIL CHOICE = 4

               DISPLAY " "
               DISPLAY "===== DEPARTMENT BUDGET MAINTENANCE ====="
               DISPLAY "1. SET DEPARTMENT BUDGET"
               DISPLAY "2. LIST BUDGETS FOR A YEAR"
               DISPLAY "3. REMOVE A BUDGET"
               DISPLAY "4. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-BUDGET
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-BUDGETS
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM REMOVE-BUDGET
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       SET-BUDGET.
      *    ONE BUDGET PER DEPARTMENT AND YEAR: SETTING IT AGAIN
      *    REPLACES THE FIGURES
           DISPLAY "DEPARTMENT CODE:"
           ACCEPT SEARCH-DEPT-CODE
           PERFORM CHECK-DEPT-ON-FILE
           IF DEPT-FOUND-FLAG = "N"
               DISPLAY "DEPARTMENT NOT ON FILE - NOT SAVED"
           ELSE
               DISPLAY "FINANCIAL YEAR START (YYYY, APR-MAR):"
               ACCEPT SEARCH-FY-YEAR
               DISPLAY "APPROVED HEADCOUNT:"
               ACCEPT NEW-HEADCOUNT
               DISPLAY "MONTHLY GROSS SALARY BUDGET:"
               ACCEPT NEW-MONTH-BUDGET

               IF SEARCH-FY-YEAR < 1900
                   DISPLAY "INVALID FINANCIAL YEAR - NOT SAVED"
               ELSE
                   MOVE "N" TO DELETE-FLAG
                   PERFORM REWRITE-BUDGET-FILE

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "DEPTBUDGT" TO AJ-PROGRAM
                   MOVE "SET BUDGET" TO AJ-ACTION
                   MOVE SPACES TO AJ-KEY
                   STRING SEARCH-DEPT-CODE " " SEARCH-FY-YEAR
                       DELIMITED BY SIZE INTO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA

                   IF FOUND-FLAG = "Y"
                       DISPLAY "BUDGET REPLACED"
                   ELSE
                       DISPLAY "BUDGET ADDED"
                   END-IF
               END-IF
           END-IF.

       CHECK-DEPT-ON-FILE.
           MOVE "N" TO DEPT-FOUND-FLAG
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00" OR WS-DEPT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DM-DEPT-CODE = SEARCH-DEPT-CODE
                               MOVE "Y" TO DEPT-FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       LIST-BUDGETS.
           DISPLAY "FINANCIAL YEAR START (YYYY, 0 = ALL):"
           ACCEPT SEARCH-FY-YEAR

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO LIST-HEADCOUNT
           MOVE 0 TO LIST-BUDGET

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               DISPLAY "NO DEPARTMENT BUDGETS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "DEPT   FY-YR  HDCT   MTH-BUDGET  BY   SET ON"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SEARCH-FY-YEAR = 0
                               OR DB-FY-YEAR = SEARCH-FY-YEAR
                               ADD 1 TO LIST-COUNT
                               ADD DB-HEADCOUNT TO LIST-HEADCOUNT
                               ADD DB-MONTH-BUDGET TO LIST-BUDGET
                               MOVE DB-DEPT-CODE TO BL-DEPT-CODE
                               MOVE DB-FY-YEAR TO BL-FY-YEAR
                               MOVE DB-HEADCOUNT TO BL-HEADCOUNT
                               MOVE DB-MONTH-BUDGET TO BL-MONTH-BUDGET
                               MOVE DB-APPROVED-BY TO BL-APPROVED-BY
                               MOVE DB-SET-DATE TO BL-SET-DATE
                               DISPLAY BL-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               DISPLAY "BUDGETS LISTED: " LIST-COUNT
               IF SEARCH-FY-YEAR NOT = 0
                   DISPLAY "TOTAL HEADCOUNT: " LIST-HEADCOUNT
                       "  TOTAL MONTHLY BUDGET: " LIST-BUDGET
               END-IF
           END-IF.

       REMOVE-BUDGET.
           DISPLAY "DEPARTMENT CODE:"
           ACCEPT SEARCH-DEPT-CODE
           DISPLAY "FINANCIAL YEAR START (YYYY):"
           ACCEPT SEARCH-FY-YEAR

           MOVE "Y" TO DELETE-FLAG
           PERFORM REWRITE-BUDGET-FILE

           IF FOUND-FLAG = "Y"
               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "DEPTBUDGT" TO AJ-PROGRAM
               MOVE "DEL BUDGET" TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING SEARCH-DEPT-CODE " " SEARCH-FY-YEAR
                   DELIMITED BY SIZE INTO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA
               DISPLAY "BUDGET REMOVED"
           ELSE
               DISPLAY "NO BUDGET FOR THAT DEPARTMENT AND YEAR"
           END-IF.

       REWRITE-BUDGET-FILE.
      *    COPIES THE FILE THROUGH THE TEMP, REPLACING OR DROPPING
      *    THE ROW FOR THE DEPARTMENT AND YEAR; A NEW BUDGET IS
      *    ADDED AT THE END
           MOVE "N" TO FOUND-FLAG
           OPEN OUTPUT TEMP-FILE

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00" OR WS-BUDGET-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DB-DEPT-CODE = SEARCH-DEPT-CODE
                               AND DB-FY-YEAR = SEARCH-FY-YEAR
                               MOVE "Y" TO FOUND-FLAG
                               IF DELETE-FLAG = "N"
                                   PERFORM FILL-BUDGET-ROW
                                   MOVE DEPT-BUDGET-REC TO TEMP-REC
                                   WRITE TEMP-REC
                               END-IF
                           ELSE
                               MOVE DEPT-BUDGET-REC TO TEMP-REC
                               WRITE TEMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF

           IF FOUND-FLAG = "N" AND DELETE-FLAG = "N"
               PERFORM FILL-BUDGET-ROW
               MOVE DEPT-BUDGET-REC TO TEMP-REC
               WRITE TEMP-REC
           END-IF

           CLOSE TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES DEPT-BUDGETS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-BUDGET-FILENAME.

       FILL-BUDGET-ROW.
           MOVE SEARCH-DEPT-CODE TO DB-DEPT-CODE
           MOVE SEARCH-FY-YEAR TO DB-FY-YEAR
           MOVE NEW-HEADCOUNT TO DB-HEADCOUNT
           MOVE NEW-MONTH-BUDGET TO DB-MONTH-BUDGET
           MOVE SIGNON-EMP-ID TO DB-APPROVED-BY
           MOVE WS-TODAY TO DB-SET-DATE.
