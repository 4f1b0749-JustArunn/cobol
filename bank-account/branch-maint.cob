       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT BRANCH-TEMP-FILE ASSIGN TO "branches.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-BRANCH-FILE
           ASSIGN TO "operator-branches.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPBRANCH-STATUS.

           SELECT OPBRANCH-TEMP-FILE ASSIGN TO "operator-branches.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD BRANCH-FILE.
       COPY BRANCH.

       FD BRANCH-TEMP-FILE.
       COPY BRANCH REPLACING ==BRANCH-REC== BY ==BRANCH-TEMP-REC==
                    LEADING ==BM== BY ==BX==.

       FD OPERATOR-BRANCH-FILE.
       COPY OPBRANCH.

       FD OPBRANCH-TEMP-FILE.
       COPY OPBRANCH REPLACING
           ==OPERATOR-BRANCH-REC== BY ==OPBRANCH-TEMP-REC==
           LEADING ==OB== BY ==OX==.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X VALUE "N".
       01 WS-BRANCH-STATUS  PIC X(2).
       01 WS-OPBRANCH-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-DATE           PIC 9(8).
       01 LIST-COUNT        PIC 9(5).
       01 SEARCH-BRANCH     PIC 999.
       01 SEARCH-EMP-ID     PIC 999.
       01 WS-FOUND-STATUS   PIC X(1).
       01 WS-FOUND-NAME     PIC X(20).
       01 OPEN-ACC-COUNT    PIC 9(5).
       01 OPERATOR-COUNT    PIC 9(5).

       01 WS-BRANCH-FILENAME PIC X(24) VALUE "branches.dat".
       01 WS-BRANCH-TEMP-FILENAME PIC X(24) VALUE "branches.tmp".
       01 WS-OPBRANCH-FILENAME PIC X(24)
           VALUE "operator-branches.dat".
       01 WS-OPBRANCH-TEMP-FILENAME PIC X(24)
           VALUE "operator-branches.tmp".

       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    BRANCH MASTER AND THE OPERATOR-TO-BRANCH ASSIGNMENTS THAT
      *    SIGNON USES TO TIE EACH OPERATOR TO ONE BRANCH. CHANGES
      *    ARE SUPERVISOR-ONLY. A BRANCH IS NEVER DELETED, ONLY
      *    CLOSED, SO OLD LOG ENTRIES AND DRAWERS STILL NAME IT
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 6

               DISPLAY " "
               DISPLAY "===== BRANCH MAINTENANCE ====="
               DISPLAY "1. ADD BRANCH"
               DISPLAY "2. LIST BRANCHES"
               DISPLAY "3. CLOSE BRANCH"
               DISPLAY "4. ASSIGN OPERATOR TO BRANCH"
               DISPLAY "5. LIST OPERATOR ASSIGNMENTS"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM ADD-BRANCH
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-BRANCHES
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM CLOSE-BRANCH
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4
                       IF SIGNON-SUPERVISOR
                           PERFORM ASSIGN-OPERATOR
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 5 PERFORM LIST-OPERATOR-ASSIGNMENTS
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       ADD-BRANCH.
           DISPLAY "BRANCH CODE (3 DIGITS):"
           ACCEPT SEARCH-BRANCH

           IF SEARCH-BRANCH = 0
               DISPLAY "BRANCH 000 IS RESERVED - NOT ADDED"
           ELSE
               PERFORM FIND-BRANCH
               IF FOUND-FLAG = "Y"
                   DISPLAY "BRANCH ALREADY ON FILE"
               ELSE
                   PERFORM ADD-BRANCH-BODY
               END-IF
           END-IF.

       ADD-BRANCH-BODY.
           OPEN EXTEND BRANCH-FILE
           IF WS-BRANCH-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SEARCH-BRANCH TO BM-CODE
           DISPLAY "BRANCH NAME:"
           ACCEPT BM-NAME
           MOVE "A" TO BM-STATUS
           MOVE WS-DATE TO BM-OPEN-DATE
           MOVE 0 TO BM-CLOSE-DATE

           WRITE BRANCH-REC
           CLOSE BRANCH-FILE

           MOVE "ADD BRANCH  " TO AJ-ACTION
           MOVE SEARCH-BRANCH TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION
           DISPLAY "BRANCH " SEARCH-BRANCH " ADDED".

       FIND-BRANCH.
           MOVE "N" TO FOUND-FLAG
           MOVE SPACE TO WS-FOUND-STATUS
           MOVE SPACES TO WS-FOUND-NAME
           MOVE "N" TO EOF-FLAG

           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "35"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BRANCH-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF BM-CODE = SEARCH-BRANCH
                               MOVE "Y" TO FOUND-FLAG
                               MOVE BM-STATUS TO WS-FOUND-STATUS
                               MOVE BM-NAME TO WS-FOUND-NAME
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       LIST-BRANCHES.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "35"
               DISPLAY "NO BRANCHES ON FILE - ALL BUSINESS IS AT "
                   "THE HEAD OFFICE (001)"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CODE NAME                 S OPENED   CLOSED"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BRANCH-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           DISPLAY BM-CODE "  " BM-NAME " "
                               BM-STATUS " " BM-OPEN-DATE " "
                               BM-CLOSE-DATE
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
               DISPLAY "BRANCHES LISTED: " LIST-COUNT
           END-IF.

       CLOSE-BRANCH.
      *    A BRANCH CAN ONLY CLOSE ONCE ITS ACCOUNTS HAVE CLOSED AND
      *    ITS OPERATORS HAVE BEEN MOVED, SO NOTHING IS LEFT HOMED
      *    AT A BRANCH NOBODY CAN SIGN ON TO
           DISPLAY "BRANCH CODE TO CLOSE:"
           ACCEPT SEARCH-BRANCH

           PERFORM FIND-BRANCH
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   DISPLAY "BRANCH NOT ON FILE"
               WHEN WS-FOUND-STATUS = "C"
                   DISPLAY "BRANCH IS ALREADY CLOSED"
               WHEN OTHER
                   PERFORM COUNT-BRANCH-OPEN-ACCOUNTS
                   PERFORM COUNT-BRANCH-OPERATORS
                   IF OPEN-ACC-COUNT > 0
                       DISPLAY "BRANCH STILL HOMES " OPEN-ACC-COUNT
                           " OPEN ACCOUNT(S) - NOT CLOSED"
                   ELSE
                       IF OPERATOR-COUNT > 0
                           DISPLAY "BRANCH STILL HAS " OPERATOR-COUNT
                               " OPERATOR(S) ASSIGNED - NOT CLOSED"
                       ELSE
                           PERFORM CLOSE-BRANCH-BODY
                       END-IF
                   END-IF
           END-EVALUATE.

       COUNT-BRANCH-OPEN-ACCOUNTS.
           MOVE 0 TO OPEN-ACC-COUNT

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ACC-BRANCH = SEARCH-BRANCH
                               AND ACC-CLOSED-FLAG NOT = "C"
                               ADD 1 TO OPEN-ACC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       COUNT-BRANCH-OPERATORS.
           MOVE 0 TO OPERATOR-COUNT

           OPEN INPUT OPERATOR-BRANCH-FILE
           IF WS-OPBRANCH-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPERATOR-BRANCH-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF OB-BRANCH = SEARCH-BRANCH
                               ADD 1 TO OPERATOR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-BRANCH-FILE
           END-IF.

       CLOSE-BRANCH-BODY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT BRANCH-FILE
           OPEN OUTPUT BRANCH-TEMP-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRANCH-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BM-CODE = SEARCH-BRANCH
                           MOVE "C" TO BM-STATUS
                           MOVE WS-DATE TO BM-CLOSE-DATE
                       END-IF
                       MOVE BRANCH-REC TO BRANCH-TEMP-REC
                       WRITE BRANCH-TEMP-REC
               END-READ
           END-PERFORM

           CLOSE BRANCH-FILE
           CLOSE BRANCH-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES BRANCHES.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-BRANCH-TEMP-FILENAME
               WS-BRANCH-FILENAME

           MOVE "CLOSE BRANCH" TO AJ-ACTION
           MOVE SEARCH-BRANCH TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION
           DISPLAY "BRANCH " SEARCH-BRANCH " CLOSED".

       ASSIGN-OPERATOR.
      *    ONE ROW PER OPERATOR: A NEW ASSIGNMENT REPLACES THE OLD
      *    ONE AND TAKES EFFECT AT THE OPERATOR'S NEXT SIGN-ON
           DISPLAY "OPERATOR EMP-ID:"
           ACCEPT SEARCH-EMP-ID
           DISPLAY "BRANCH CODE:"
           ACCEPT SEARCH-BRANCH

           PERFORM FIND-BRANCH
           EVALUATE TRUE
               WHEN SEARCH-EMP-ID = 0
                   DISPLAY "EMP-ID REQUIRED - NOT ASSIGNED"
               WHEN FOUND-FLAG = "N"
                   DISPLAY "BRANCH NOT ON FILE - NOT ASSIGNED"
               WHEN WS-FOUND-STATUS = "C"
                   DISPLAY "BRANCH IS CLOSED - NOT ASSIGNED"
               WHEN OTHER
                   PERFORM ASSIGN-OPERATOR-BODY
           END-EVALUATE.

       ASSIGN-OPERATOR-BODY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT OPERATOR-BRANCH-FILE
           IF WS-OPBRANCH-STATUS = "35"
               OPEN OUTPUT OPERATOR-BRANCH-FILE
               CLOSE OPERATOR-BRANCH-FILE
               OPEN INPUT OPERATOR-BRANCH-FILE
           END-IF

           OPEN OUTPUT OPBRANCH-TEMP-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OPERATOR-BRANCH-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF OB-EMP-ID NOT = SEARCH-EMP-ID
                           MOVE OPERATOR-BRANCH-REC
                               TO OPBRANCH-TEMP-REC
                           WRITE OPBRANCH-TEMP-REC
                       END-IF
               END-READ
           END-PERFORM

           MOVE SEARCH-EMP-ID TO OX-EMP-ID
           MOVE SEARCH-BRANCH TO OX-BRANCH
           MOVE SIGNON-EMP-ID TO OX-ASSIGNED-BY
           MOVE WS-DATE TO OX-ASSIGNED-DATE
           WRITE OPBRANCH-TEMP-REC

           CLOSE OPERATOR-BRANCH-FILE
           CLOSE OPBRANCH-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES OPERATOR-BRANCHES.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-OPBRANCH-TEMP-FILENAME
               WS-OPBRANCH-FILENAME

           MOVE "ASSIGN OPER " TO AJ-ACTION
           MOVE SPACES TO AJ-KEY
           STRING SEARCH-EMP-ID " TO " SEARCH-BRANCH
               DELIMITED BY SIZE INTO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION
           DISPLAY "OPERATOR " SEARCH-EMP-ID " ASSIGNED TO BRANCH "
               SEARCH-BRANCH " " WS-FOUND-NAME.

       LIST-OPERATOR-ASSIGNMENTS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT OPERATOR-BRANCH-FILE
           IF WS-OPBRANCH-STATUS = "35"
               DISPLAY "NO OPERATOR ASSIGNMENTS ON FILE - EVERY "
                   "OPERATOR SIGNS ON AT THE HEAD OFFICE (001)"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "OPER BRANCH ASSIGNED-BY ON"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPERATOR-BRANCH-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           DISPLAY OB-EMP-ID "  " OB-BRANCH "    "
                               OB-ASSIGNED-BY "         "
                               OB-ASSIGNED-DATE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-BRANCH-FILE
               DISPLAY "ASSIGNMENTS LISTED: " LIST-COUNT
           END-IF.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "BRANCHMAINT " TO AJ-PROGRAM
           CALL "ACTLOG" USING ACTJRNL-AREA.
