       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-HOLDER-FILE ASSIGN TO "account-holders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDER-STATUS.

           SELECT TEMP-FILE ASSIGN TO "account-holders.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ACC-HOLDER-FILE.
       COPY ACCHOLD.

       FD TEMP-FILE.
       COPY ACCHOLD REPLACING ==ACC-HOLDER-REC== BY ==TEMP-REC==
                    LEADING ==AH== BY ==TM==.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD CUSTOMER-FILE.
       COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       01 CHOICE             PIC 9 VALUE 0.
       01 EOF-FLAG           PIC X VALUE "N".
       01 FOUND-FLAG         PIC X VALUE "N".
       01 WS-HOLDER-STATUS   PIC X(2).
       01 WS-ACCOUNT-STATUS  PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-DATE            PIC 9(8).
       01 SEARCH-ACC         PIC 9(5).
       01 SEARCH-CUST-ID     PIC 9(5).
       01 NEW-ROLE           PIC X(1).
       01 NEW-MANDATE        PIC X(1).
       01 LIST-COUNT         PIC 9(3).

      *    THE ACCOUNT BEING WORKED ON, AS FOUND ON ACCOUNTS.DAT
       01 ACC-OK-FLAG        PIC X.
       01 ACC-PRIMARY-ID     PIC 9(5).

      *    WHAT IS ALREADY ON FILE FOR THE ACCOUNT
       01 PRIMARY-LINE-FLAG  PIC X.
       01 ALREADY-HOLDER-FLAG PIC X.
       01 NOMINEE-ON-FILE    PIC 9(5).

       01 CUST-CHECK-ID      PIC 9(5).
       01 CUST-CHECK-RESULT  PIC X.
       01 CUST-EOF-FLAG      PIC X.
       01 WS-KYC-DUE-DATE    PIC 9(8).

       01 WS-HOLDER-FILENAME PIC X(25) VALUE "account-holders.dat".
       01 WS-TEMP-FILENAME   PIC X(25) VALUE "account-holders.tmp".

       COPY SIGNONWS.
       COPY CHKDGT.
       COPY ACTJRNL.

       01 VER-ACC-IN         PIC 9(5).
       01 VER-ACC-OK         PIC X.
       01 VER-ANSWER         PIC X.

       PROCEDURE DIVISION.

      *    JOINT HOLDERS, NOMINEES AND THE OPERATING MANDATE OF AN
      *    ACCOUNT. ACC-CUST-ID STAYS THE PRIMARY HOLDER; EVERY
      *    OTHER CUSTOMER LINKED TO THE ACCOUNT LIVES ON
      *    ACCOUNT-HOLDERS.DAT
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 6

               DISPLAY " "
               DISPLAY "===== ACCOUNT HOLDERS AND MANDATES ====="
               DISPLAY "1. ADD JOINT HOLDER"
               DISPLAY "2. REGISTER NOMINEE"
               DISPLAY "3. SET OPERATING MANDATE"
               DISPLAY "4. LIST HOLDERS OF AN ACCOUNT"
               DISPLAY "5. REMOVE A HOLDER OR NOMINEE"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           MOVE "J" TO NEW-ROLE
                           PERFORM ADD-HOLDER
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2
                       MOVE "N" TO NEW-ROLE
                       PERFORM ADD-HOLDER
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-MANDATE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM LIST-HOLDERS
                   WHEN 5
                       IF SIGNON-SUPERVISOR
                           PERFORM REMOVE-HOLDER
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       KEY-ACCOUNT.
           MOVE "N" TO ACC-OK-FLAG
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC

           MOVE SEARCH-ACC TO VER-ACC-IN
           PERFORM VERIFY-KEYED-ACC
           IF VER-ACC-OK = "Y"
               PERFORM READ-ACCOUNT
           END-IF.

       READ-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE SEARCH-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       IF ACC-CLOSED-FLAG = "C"
                           DISPLAY "ACCOUNT IS CLOSED"
                       ELSE
                           MOVE "Y" TO ACC-OK-FLAG
                           MOVE ACC-CUST-ID TO ACC-PRIMARY-ID
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "NO ACCOUNT RECORDS FOUND"
           END-IF.

       VERIFY-KEYED-ACC.
      *    A TRANSPOSED DIGIT FAILS THE CHECK AT THE KEYBOARD;
      *    NUMBERS ISSUED BEFORE THE CHECK-DIGIT SCHEME MAY BE
      *    ACCEPTED DELIBERATELY AFTER THE WARNING
           MOVE "Y" TO VER-ACC-OK
           MOVE "V" TO CD-ACTION
           MOVE VER-ACC-IN TO CD-ACC-NUMBER
           CALL "CHECKDGT" USING CHKDGT-AREA
           IF CD-OK-FLAG = "N"
               DISPLAY "CHECK DIGIT DOES NOT VERIFY FOR "
                   VER-ACC-IN
               DISPLAY "ACCEPT AS A LEGACY NUMBER? (Y/N):"
               ACCEPT VER-ANSWER
               IF VER-ANSWER NOT = "Y"
                   MOVE "N" TO VER-ACC-OK
               END-IF
           END-IF.

       SCAN-ACCOUNT-HOLDERS.
      *    WHAT IS ALREADY IN FORCE FOR SEARCH-ACC, AND WHETHER
      *    SEARCH-CUST-ID IS ALREADY ONE OF ITS HOLDERS
           MOVE "N" TO PRIMARY-LINE-FLAG
           MOVE "N" TO ALREADY-HOLDER-FLAG
           MOVE 0 TO NOMINEE-ON-FILE

           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "00" OR WS-HOLDER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AH-ACC-NUMBER = SEARCH-ACC
                               AND AH-STATUS = "ACTIVE"
                               IF AH-ROLE = "P"
                                   MOVE "Y" TO PRIMARY-LINE-FLAG
                               END-IF
                               IF AH-ROLE = "N"
                                   MOVE AH-CUST-ID TO NOMINEE-ON-FILE
                               END-IF
                               IF AH-CUST-ID = SEARCH-CUST-ID
                                   MOVE "Y" TO ALREADY-HOLDER-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
           END-IF.

       ADD-HOLDER.
           PERFORM KEY-ACCOUNT
           IF ACC-OK-FLAG = "Y"
               DISPLAY "CUSTOMER ID TO LINK:"
               ACCEPT SEARCH-CUST-ID
               PERFORM ADD-HOLDER-CHECKS
           END-IF.

       ADD-HOLDER-CHECKS.
           PERFORM SCAN-ACCOUNT-HOLDERS

           MOVE SEARCH-CUST-ID TO CUST-CHECK-ID
           PERFORM CHECK-CUSTOMER-ACTIVE

           EVALUATE TRUE
               WHEN SEARCH-CUST-ID = ACC-PRIMARY-ID
                   DISPLAY "CUSTOMER IS ALREADY THE PRIMARY HOLDER"
               WHEN ALREADY-HOLDER-FLAG = "Y"
                   DISPLAY "CUSTOMER IS ALREADY LINKED TO THE "
                       "ACCOUNT"
               WHEN NEW-ROLE = "N" AND NOMINEE-ON-FILE > 0
                   DISPLAY "NOMINEE " NOMINEE-ON-FILE " ALREADY "
                       "REGISTERED - REMOVE IT FIRST"
               WHEN CUST-CHECK-RESULT = "M"
                   DISPLAY "CUSTOMER NOT ON FILE - NOT LINKED"
               WHEN CUST-CHECK-RESULT = "C"
                   DISPLAY "CUSTOMER IS NOT ACTIVE - NOT LINKED"
      *    A JOINT HOLDER OPERATES THE ACCOUNT, SO THE SAME KYC
      *    RULE AS FOR OPENING ONE APPLIES; A NOMINEE DOES NOT
               WHEN CUST-CHECK-RESULT = "K" AND NEW-ROLE = "J"
                   DISPLAY "CUSTOMER KYC REVIEW IS OVERDUE - RECORD "
                       "A COMPLETED REVIEW FIRST"
               WHEN OTHER
                   PERFORM WRITE-HOLDER-LINES
           END-EVALUATE.

       WRITE-HOLDER-LINES.
           OPEN EXTEND ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "35"
               OPEN OUTPUT ACC-HOLDER-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD

      *    THE FIRST JOINT HOLDER BRINGS THE PRIMARY ONTO THE FILE
      *    WITH THE DEFAULT EITHER-OR-SURVIVOR MANDATE
           IF PRIMARY-LINE-FLAG = "N" AND NEW-ROLE = "J"
               MOVE SEARCH-ACC     TO AH-ACC-NUMBER
               MOVE ACC-PRIMARY-ID TO AH-CUST-ID
               MOVE "P"            TO AH-ROLE
               MOVE "E"            TO AH-MANDATE
               MOVE WS-DATE        TO AH-ADDED-DATE
               MOVE SIGNON-EMP-ID  TO AH-ADDED-BY
               MOVE "ACTIVE  "     TO AH-STATUS
               WRITE ACC-HOLDER-REC
               DISPLAY "MANDATE SET TO EITHER OR SURVIVOR - USE "
                   "OPTION 3 TO CHANGE IT"
           END-IF

           MOVE SEARCH-ACC     TO AH-ACC-NUMBER
           MOVE SEARCH-CUST-ID TO AH-CUST-ID
           MOVE NEW-ROLE       TO AH-ROLE
           MOVE SPACE          TO AH-MANDATE
           MOVE WS-DATE        TO AH-ADDED-DATE
           MOVE SIGNON-EMP-ID  TO AH-ADDED-BY
           MOVE "ACTIVE  "     TO AH-STATUS
           WRITE ACC-HOLDER-REC

           CLOSE ACC-HOLDER-FILE

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "HOLDMAINT   " TO AJ-PROGRAM
           IF NEW-ROLE = "J"
               MOVE "ADD JOINT   " TO AJ-ACTION
               DISPLAY "CUSTOMER " SEARCH-CUST-ID " ADDED AS JOINT "
                   "HOLDER OF " SEARCH-ACC
           ELSE
               MOVE "ADD NOMINEE " TO AJ-ACTION
               DISPLAY "CUSTOMER " SEARCH-CUST-ID " REGISTERED AS "
                   "NOMINEE OF " SEARCH-ACC
           END-IF
           MOVE SEARCH-ACC TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA.

       SET-MANDATE.
           PERFORM KEY-ACCOUNT
           IF ACC-OK-FLAG = "Y"
               MOVE 0 TO SEARCH-CUST-ID
               PERFORM SCAN-ACCOUNT-HOLDERS
               IF PRIMARY-LINE-FLAG = "N"
                   DISPLAY "ACCOUNT IS SOLELY HELD - ADD A JOINT "
                       "HOLDER FIRST"
               ELSE
                   DISPLAY "MANDATE (E=EITHER OR SURVIVOR, "
                       "J=JOINTLY):"
                   ACCEPT NEW-MANDATE
                   IF NEW-MANDATE NOT = "E" AND NEW-MANDATE NOT = "J"
                       DISPLAY "INVALID MANDATE - NOT CHANGED"
                   ELSE
                       PERFORM REWRITE-MANDATE
                   END-IF
               END-IF
           END-IF.

       REWRITE-MANDATE.
           OPEN INPUT ACC-HOLDER-FILE
           OPEN OUTPUT TEMP-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACC-HOLDER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AH-ACC-NUMBER = SEARCH-ACC
                           AND AH-ROLE = "P"
                           AND AH-STATUS = "ACTIVE"
                           MOVE NEW-MANDATE TO AH-MANDATE
                       END-IF
                       MOVE ACC-HOLDER-REC TO TEMP-REC
                       WRITE TEMP-REC
               END-READ
           END-PERFORM

           CLOSE ACC-HOLDER-FILE
           CLOSE TEMP-FILE

           PERFORM COMMIT-TEMP-TO-HOLDERS

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "HOLDMAINT   " TO AJ-PROGRAM
           MOVE "SET MANDATE " TO AJ-ACTION
           MOVE SEARCH-ACC TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           DISPLAY "MANDATE UPDATED FOR ACCOUNT " SEARCH-ACC.

       LIST-HOLDERS.
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC
           MOVE 0 TO LIST-COUNT

           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "35"
               DISPLAY "NO HOLDER RECORDS ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "CUST   ROLE MANDATE ADDED    BY  STATUS"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AH-ACC-NUMBER = SEARCH-ACC
                               ADD 1 TO LIST-COUNT
                               DISPLAY AH-CUST-ID "  " AH-ROLE
                                   "    " AH-MANDATE "       "
                                   AH-ADDED-DATE " " AH-ADDED-BY
                                   " " AH-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
               IF LIST-COUNT = 0
                   DISPLAY "ACCOUNT IS SOLELY HELD BY ITS OWNER"
               END-IF
           END-IF.

       REMOVE-HOLDER.
      *    THE PRIMARY LINE CANNOT BE REMOVED HERE; ONCE THE LAST
      *    JOINT HOLDER GOES THE ACCOUNT IS OPERATED AS SOLELY HELD
           DISPLAY "ACCOUNT NUMBER:"
           ACCEPT SEARCH-ACC
           DISPLAY "CUSTOMER ID TO REMOVE:"
           ACCEPT SEARCH-CUST-ID

           OPEN INPUT ACC-HOLDER-FILE
           IF WS-HOLDER-STATUS = "35"
               DISPLAY "NO HOLDER RECORDS ON FILE"
           ELSE
               OPEN OUTPUT TEMP-FILE
               MOVE "N" TO FOUND-FLAG
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACC-HOLDER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AH-ACC-NUMBER = SEARCH-ACC
                               AND AH-CUST-ID = SEARCH-CUST-ID
                               AND AH-ROLE NOT = "P"
                               AND AH-STATUS = "ACTIVE"
                               MOVE "REMOVED " TO AH-STATUS
                               MOVE "Y" TO FOUND-FLAG
                           END-IF
                           MOVE ACC-HOLDER-REC TO TEMP-REC
                           WRITE TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE ACC-HOLDER-FILE
               CLOSE TEMP-FILE

               PERFORM COMMIT-TEMP-TO-HOLDERS

               IF FOUND-FLAG = "Y"
                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "HOLDMAINT   " TO AJ-PROGRAM
                   MOVE "REMOVE HLDR " TO AJ-ACTION
                   MOVE SEARCH-ACC TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA
                   DISPLAY "CUSTOMER " SEARCH-CUST-ID " REMOVED "
                       "FROM ACCOUNT " SEARCH-ACC
               ELSE
                   DISPLAY "NO JOINT HOLDER OR NOMINEE LINE FOR "
                       "THAT CUSTOMER"
               END-IF
           END-IF.

       COMMIT-TEMP-TO-HOLDERS.
      *    OS-LEVEL SWAP: THE RENAME REPLACES ACCOUNT-HOLDERS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-HOLDER-FILENAME.

       CHECK-CUSTOMER-ACTIVE.
      *    RESULT: A = ACTIVE, C = ON FILE BUT NOT ACTIVE,
      *    K = ACTIVE BUT KYC REVIEW OVERDUE, M = MISSING
           MOVE "M" TO CUST-CHECK-RESULT

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "35"
               MOVE "N" TO CUST-EOF-FLAG
               PERFORM UNTIL CUST-EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO CUST-EOF-FLAG
                       NOT AT END
                           IF CUST-ID = CUST-CHECK-ID
                               IF CUST-STATUS = "ACTIVE"
                                   PERFORM CHECK-CUST-KYC-CURRENT
                               ELSE
                                   MOVE "C" TO CUST-CHECK-RESULT
                               END-IF
                               MOVE "Y" TO CUST-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-CUST-KYC-CURRENT.
      *    THE REVIEW CYCLE RUNS OFF THE RISK BAND: H = 12 MONTHS,
      *    M = 24, ANYTHING ELSE = 36; NO REVIEW ON RECORD AT ALL
      *    COUNTS AS OVERDUE
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           IF CUST-KYC-DATE = 0
               MOVE "K" TO CUST-CHECK-RESULT
           ELSE
               EVALUATE CUST-RISK
                   WHEN "H"
                       COMPUTE WS-KYC-DUE-DATE =
                           CUST-KYC-DATE + 10000
                   WHEN "M"
                       COMPUTE WS-KYC-DUE-DATE =
                           CUST-KYC-DATE + 20000
                   WHEN OTHER
                       COMPUTE WS-KYC-DUE-DATE =
                           CUST-KYC-DATE + 30000
               END-EVALUATE
               IF WS-DATE > WS-KYC-DUE-DATE
                   MOVE "K" TO CUST-CHECK-RESULT
               ELSE
                   MOVE "A" TO CUST-CHECK-RESULT
               END-IF
           END-IF.
