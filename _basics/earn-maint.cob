       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPONENT-FILE ASSIGN TO "earn-components.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMP-STATUS.

           SELECT COMP-TEMP-FILE ASSIGN TO "earn-components.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSIGN-FILE ASSIGN TO "emp-earnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ASSIGN-TEMP-FILE ASSIGN TO "emp-earnings.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD COMPONENT-FILE.
       COPY EARNCOMP.

       FD COMP-TEMP-FILE.
       COPY EARNCOMP REPLACING ==EARN-COMPONENT-REC== BY
           ==COMP-TEMP-REC== LEADING ==EC== BY ==CX==.

       FD ASSIGN-FILE.
       COPY EMPEARN.

       FD ASSIGN-TEMP-FILE.
       COPY EMPEARN REPLACING ==EMP-EARNING-REC== BY
           ==ASSIGN-TEMP-REC== LEADING ==EA== BY ==AX==.

       FD EMP-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X VALUE "N".
       01 WS-COMP-STATUS    PIC X(2).
       01 WS-ASSIGN-STATUS  PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-TODAY          PIC 9(8).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 LIST-COUNT        PIC 9(3).
       01 OPEN-COUNT        PIC 9(2).
       01 ENTRY-OK-FLAG     PIC X.

       01 SEARCH-EMP-ID     PIC 9(5).
       01 NEW-CODE          PIC X(4).
       01 NEW-DESC          PIC X(20).
       01 NEW-TAXABLE       PIC X.
       01 NEW-LOP           PIC X.
       01 NEW-CALC          PIC X.
       01 NEW-VALUE         PIC 9(6)V99.
       01 NEW-STATUS-CODE   PIC X.
       01 NEW-STATUS        PIC X(6).
       01 NEW-FROM-PERIOD   PIC 9(6).
       01 NEW-TO-PERIOD     PIC 9(6).
       01 PERIOD-YEAR       PIC 9(4).
       01 PERIOD-MONTH      PIC 9(2).
       01 PERIOD-CHECK      PIC 9(6).
       01 PERIOD-OK-FLAG    PIC X.

       01 SHOW-VALUE        PIC ZZZ,ZZ9.99.
       01 SHOW-TO           PIC X(6).

       01 WS-COMP-FILENAME  PIC X(20) VALUE "earn-components.dat".
       01 WS-COMP-TEMPNAME  PIC X(20) VALUE "earn-components.tmp".
       01 WS-ASSIGN-FILENAME PIC X(20) VALUE "emp-earnings.dat".
       01 WS-ASSIGN-TEMPNAME PIC X(20) VALUE "emp-earnings.tmp".

       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    EARNINGS COMPONENTS BEYOND BASIC AND BONUS: THE COMPONENT
      *    MASTER (TAXABLE OR NOT, SUBJECT TO LOSS OF PAY OR NOT,
      *    FIXED AMOUNT OR PERCENTAGE OF BASIC) AND EACH EMPLOYEE'S
      *    ASSIGNMENTS, WHICH RUN FROM A FIRST PAY PERIOD UNTIL
      *    ENDED. SALARYCALC PAYS WHATEVER IS OPEN FOR THE PERIOD.
      *    ONLY A SUPERVISOR MAY CHANGE EITHER FILE
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DIVIDE WS-TODAY BY 100 GIVING WS-CURRENT-PERIOD

           PERFORM UNTIL CHOICE = 6

               DISPLAY " "
               DISPLAY "===== EARNINGS COMPONENTS ====="
               DISPLAY "1. LIST COMPONENTS"
               DISPLAY "2. SET A COMPONENT"
               DISPLAY "3. LIST AN EMPLOYEE'S COMPONENTS"
               DISPLAY "4. ASSIGN A COMPONENT TO AN EMPLOYEE"
               DISPLAY "5. END AN EMPLOYEE'S COMPONENT"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM LIST-COMPONENTS
                   WHEN 3 PERFORM LIST-EMP-COMPONENTS
                   WHEN 2 THRU 5
                       IF SIGNON-SUPERVISOR
                           EVALUATE CHOICE
                               WHEN 2 PERFORM SET-COMPONENT
                               WHEN 4 PERFORM ASSIGN-COMPONENT
                               WHEN 5 PERFORM END-ASSIGNMENT
                           END-EVALUATE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       LIST-COMPONENTS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT COMPONENT-FILE
           IF WS-COMP-STATUS = "35"
               DISPLAY "NO EARNINGS COMPONENTS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CODE DESCRIPTION          TAX LOP CALC"
                   "      VALUE STATUS"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ COMPONENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           MOVE EC-VALUE TO SHOW-VALUE
                           DISPLAY EC-CODE " " EC-DESC " " EC-TAXABLE
                               "   " EC-LOP "   " EC-CALC "    "
                               SHOW-VALUE " " EC-STATUS
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
               DISPLAY "COMPONENTS LISTED: " LIST-COUNT
           END-IF.

       SET-COMPONENT.
      *    ONE ENTRY PER CODE: A CODE ALREADY ON FILE IS REPLACED,
      *    A NEW ONE IS ADDED. CLOSING A COMPONENT STOPS IT BEING
      *    PAID TO ANYONE FROM THE NEXT RUN
           DISPLAY "COMPONENT CODE (E.G. HRA, TRAN):"
           ACCEPT NEW-CODE
           DISPLAY "DESCRIPTION:"
           ACCEPT NEW-DESC
           DISPLAY "TAXABLE? (Y/N):"
           ACCEPT NEW-TAXABLE
           DISPLAY "CUT FOR UNPAID LEAVE? (Y/N):"
           ACCEPT NEW-LOP
           DISPLAY "CALCULATION (F=FIXED AMOUNT, P=PERCENT OF BASIC):"
           ACCEPT NEW-CALC
           DISPLAY "DEFAULT AMOUNT OR PERCENT:"
           ACCEPT NEW-VALUE
           DISPLAY "STATUS (A=ACTIVE, C=CLOSED):"
           ACCEPT NEW-STATUS-CODE

           MOVE "Y" TO ENTRY-OK-FLAG
           IF NEW-CODE = SPACES
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "CODE IS REQUIRED - NOT SAVED"
           END-IF
           IF NEW-TAXABLE NOT = "Y" AND NEW-TAXABLE NOT = "N"
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "TAXABLE MUST BE Y OR N - NOT SAVED"
           END-IF
           IF NEW-LOP NOT = "Y" AND NEW-LOP NOT = "N"
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "UNPAID LEAVE CUT MUST BE Y OR N - NOT SAVED"
           END-IF
           IF NEW-CALC NOT = "F" AND NEW-CALC NOT = "P"
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "CALCULATION MUST BE F OR P - NOT SAVED"
           END-IF
           IF NEW-CALC = "P" AND NEW-VALUE > 100
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "PERCENT OVER 100 - NOT SAVED"
           END-IF
           EVALUATE NEW-STATUS-CODE
               WHEN "A"
                   MOVE "ACTIVE" TO NEW-STATUS
               WHEN "C"
                   MOVE "CLOSED" TO NEW-STATUS
               WHEN OTHER
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "STATUS MUST BE A OR C - NOT SAVED"
           END-EVALUATE

           IF ENTRY-OK-FLAG = "Y"
               PERFORM REWRITE-COMPONENT-FILE

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "EARNMAINT" TO AJ-PROGRAM
               MOVE "SET COMP" TO AJ-ACTION
               MOVE NEW-CODE TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               IF FOUND-FLAG = "Y"
                   DISPLAY "COMPONENT REPLACED: " NEW-CODE
               ELSE
                   DISPLAY "COMPONENT ADDED: " NEW-CODE
               END-IF
           END-IF.

       REWRITE-COMPONENT-FILE.
           MOVE "N" TO FOUND-FLAG
           OPEN OUTPUT COMP-TEMP-FILE

           OPEN INPUT COMPONENT-FILE
           IF WS-COMP-STATUS = "00" OR WS-COMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ COMPONENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EC-CODE = NEW-CODE
                               MOVE "Y" TO FOUND-FLAG
                               PERFORM MOVE-NEW-COMPONENT
                           END-IF
                           MOVE EARN-COMPONENT-REC TO COMP-TEMP-REC
                           WRITE COMP-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
           END-IF

           IF FOUND-FLAG = "N"
               PERFORM MOVE-NEW-COMPONENT
               MOVE EARN-COMPONENT-REC TO COMP-TEMP-REC
               WRITE COMP-TEMP-REC
           END-IF

           CLOSE COMP-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES EARN-COMPONENTS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-COMP-TEMPNAME
               WS-COMP-FILENAME.

       MOVE-NEW-COMPONENT.
           MOVE NEW-CODE TO EC-CODE
           MOVE NEW-DESC TO EC-DESC
           MOVE NEW-TAXABLE TO EC-TAXABLE
           MOVE NEW-LOP TO EC-LOP
           MOVE NEW-CALC TO EC-CALC
           MOVE NEW-VALUE TO EC-VALUE
           MOVE NEW-STATUS TO EC-STATUS.

       LIST-EMP-COMPONENTS.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID
           MOVE 0 TO LIST-COUNT

           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "35"
               DISPLAY "NO COMPONENT ASSIGNMENTS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CODE       VALUE   FROM     TO"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EA-EMP-ID = SEARCH-EMP-ID
                               ADD 1 TO LIST-COUNT
                               MOVE EA-VALUE TO SHOW-VALUE
                               IF EA-TO-PERIOD = 0
                                   MOVE "OPEN" TO SHOW-TO
                               ELSE
                                   MOVE EA-TO-PERIOD TO SHOW-TO
                               END-IF
                               DISPLAY EA-CODE " " SHOW-VALUE " "
                                   EA-FROM-PERIOD " " SHOW-TO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               DISPLAY "ASSIGNMENTS LISTED: " LIST-COUNT
               DISPLAY "(A VALUE OF ZERO PAYS THE COMPONENT DEFAULT)"
           END-IF.

       ASSIGN-COMPONENT.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID
           DISPLAY "COMPONENT CODE:"
           ACCEPT NEW-CODE
           DISPLAY "AMOUNT OR PERCENT (0 = COMPONENT DEFAULT):"
           ACCEPT NEW-VALUE
           DISPLAY "FIRST PAY PERIOD (YYYYMM, 0 = CURRENT):"
           ACCEPT NEW-FROM-PERIOD
           IF NEW-FROM-PERIOD = 0
               MOVE WS-CURRENT-PERIOD TO NEW-FROM-PERIOD
           END-IF

           MOVE "Y" TO ENTRY-OK-FLAG
           MOVE NEW-FROM-PERIOD TO PERIOD-CHECK
           PERFORM CHECK-PERIOD
           IF PERIOD-OK-FLAG = "N"
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "INVALID PERIOD, USE YYYYMM - NOT ASSIGNED"
           END-IF

           PERFORM CHECK-EMPLOYEE
           PERFORM CHECK-COMPONENT-ACTIVE

           IF ENTRY-OK-FLAG = "Y"
               PERFORM COUNT-OPEN-ASSIGNMENTS
               IF FOUND-FLAG = "Y"
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "COMPONENT ALREADY ASSIGNED - END IT FIRST"
               END-IF
               IF OPEN-COUNT >= 8
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "EMPLOYEE ALREADY HAS 8 COMPONENTS"
               END-IF
           END-IF

           IF ENTRY-OK-FLAG = "Y"
               OPEN EXTEND ASSIGN-FILE
               IF WS-ASSIGN-STATUS = "35"
                   OPEN OUTPUT ASSIGN-FILE
               END-IF
               MOVE SEARCH-EMP-ID TO EA-EMP-ID
               MOVE NEW-CODE TO EA-CODE
               MOVE NEW-VALUE TO EA-VALUE
               MOVE NEW-FROM-PERIOD TO EA-FROM-PERIOD
               MOVE 0 TO EA-TO-PERIOD
               MOVE SIGNON-EMP-ID TO EA-SET-BY
               MOVE WS-TODAY TO EA-SET-DATE
               WRITE EMP-EARNING-REC
               CLOSE ASSIGN-FILE

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "EARNMAINT" TO AJ-PROGRAM
               MOVE "ASSIGN EARN" TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING SEARCH-EMP-ID " " NEW-CODE DELIMITED BY SIZE
                   INTO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               DISPLAY "COMPONENT " NEW-CODE " ASSIGNED FROM "
                   NEW-FROM-PERIOD
           END-IF.

       CHECK-EMPLOYEE.
      *    ONLY A CURRENT EMPLOYEE ON THE MASTER MAY BE GIVEN A
      *    COMPONENT
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               IF SEARCH-EMP-ID > 999 OR SEARCH-EMP-ID = 0
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "EMPLOYEE NOT ON MASTER - NOT ASSIGNED"
               ELSE
                   MOVE SEARCH-EMP-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "N" TO ENTRY-OK-FLAG
                           DISPLAY "EMPLOYEE NOT ON MASTER - NOT "
                               "ASSIGNED"
                       NOT INVALID KEY
                           IF EMP-STATUS = "LEFT"
                               MOVE "N" TO ENTRY-OK-FLAG
                               DISPLAY "EMPLOYEE HAS LEFT - NOT "
                                   "ASSIGNED"
                           END-IF
                   END-READ
               END-IF
               CLOSE EMP-FILE
           ELSE
               DISPLAY "WARNING: EMPLOYEE MASTER NOT AVAILABLE - "
                   "EMPLOYEE NOT CHECKED"
           END-IF.

       CHECK-COMPONENT-ACTIVE.
           MOVE "N" TO FOUND-FLAG
           OPEN INPUT COMPONENT-FILE
           IF WS-COMP-STATUS = "00" OR WS-COMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ COMPONENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EC-CODE = NEW-CODE
                               AND EC-STATUS = "ACTIVE"
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
           END-IF
           IF FOUND-FLAG = "N"
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "NO ACTIVE COMPONENT " NEW-CODE
                   " - NOT ASSIGNED"
           END-IF.

       COUNT-OPEN-ASSIGNMENTS.
      *    OPEN-COUNT IS THE EMPLOYEE'S ASSIGNMENTS STILL RUNNING AT
      *    THE NEW FIRST PERIOD; FOUND-FLAG IS SET WHEN ONE OF THEM
      *    IS FOR THE SAME COMPONENT
           MOVE 0 TO OPEN-COUNT
           MOVE "N" TO FOUND-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "00" OR WS-ASSIGN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EA-EMP-ID = SEARCH-EMP-ID
                               AND (EA-TO-PERIOD = 0
                                   OR EA-TO-PERIOD >= NEW-FROM-PERIOD)
                               ADD 1 TO OPEN-COUNT
                               IF EA-CODE = NEW-CODE
                                   MOVE "Y" TO FOUND-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       END-ASSIGNMENT.
           DISPLAY "EMPLOYEE ID:"
           ACCEPT SEARCH-EMP-ID
           DISPLAY "COMPONENT CODE:"
           ACCEPT NEW-CODE
           DISPLAY "LAST PAY PERIOD TO PAY IT (YYYYMM, 0 = CURRENT):"
           ACCEPT NEW-TO-PERIOD
           IF NEW-TO-PERIOD = 0
               MOVE WS-CURRENT-PERIOD TO NEW-TO-PERIOD
           END-IF

           MOVE NEW-TO-PERIOD TO PERIOD-CHECK
           PERFORM CHECK-PERIOD
           IF PERIOD-OK-FLAG = "N"
               DISPLAY "INVALID PERIOD, USE YYYYMM - NOT ENDED"
           ELSE
               PERFORM REWRITE-ASSIGN-FILE
               IF FOUND-FLAG = "Y"
                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "EARNMAINT" TO AJ-PROGRAM
                   MOVE "END EARN" TO AJ-ACTION
                   MOVE SPACES TO AJ-KEY
                   STRING SEARCH-EMP-ID " " NEW-CODE DELIMITED BY SIZE
                       INTO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA

                   DISPLAY "COMPONENT " NEW-CODE " ENDS AFTER "
                       NEW-TO-PERIOD
               ELSE
                   DISPLAY "NO OPEN ASSIGNMENT OF " NEW-CODE
                       " THAT STARTS BY " NEW-TO-PERIOD
               END-IF
           END-IF.

       REWRITE-ASSIGN-FILE.
           MOVE "N" TO FOUND-FLAG
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "00" OR WS-ASSIGN-STATUS = "05"
               OPEN OUTPUT ASSIGN-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EA-EMP-ID = SEARCH-EMP-ID
                               AND EA-CODE = NEW-CODE
                               AND EA-TO-PERIOD = 0
                               AND EA-FROM-PERIOD <= NEW-TO-PERIOD
                               MOVE "Y" TO FOUND-FLAG
                               MOVE NEW-TO-PERIOD TO EA-TO-PERIOD
                               MOVE SIGNON-EMP-ID TO EA-SET-BY
                               MOVE WS-TODAY TO EA-SET-DATE
                           END-IF
                           MOVE EMP-EARNING-REC TO ASSIGN-TEMP-REC
                           WRITE ASSIGN-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               CLOSE ASSIGN-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES EMP-EARNINGS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-ASSIGN-TEMPNAME
                   WS-ASSIGN-FILENAME
           END-IF.

       CHECK-PERIOD.
           MOVE "N" TO PERIOD-OK-FLAG
           DIVIDE PERIOD-CHECK BY 100 GIVING PERIOD-YEAR
               REMAINDER PERIOD-MONTH
           IF PERIOD-MONTH >= 1 AND PERIOD-MONTH <= 12
               AND PERIOD-YEAR >= 1990
               MOVE "Y" TO PERIOD-OK-FLAG
           END-IF.
