       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT KSDS-USERS-FILE ASSIGN TO "ksds-users"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.

           SELECT USER-DETAILS-FILE ASSIGN TO "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "signon-activity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT DEPT-FILE ASSIGN TO "departments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT RECERT-FILE ASSIGN TO "access-recert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECERT-STATUS.

           SELECT RECERT-TEMP-FILE ASSIGN TO "access-recert.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD KSDS-USERS-FILE.
       COPY KSDSUSER.

       FD USER-DETAILS-FILE.
       01 USER-REC.
           05 UD-SERIAL-NO   PIC 999.
           05 FILLER         PIC X(2).
           05 UD-FIRST-NAME  PIC X(10).
           05 FILLER         PIC X(2).
           05 UD-LAST-NAME   PIC X(10).
           05 FILLER         PIC X(2).
           05 UD-EMAIL       PIC X(25).
           05 FILLER         PIC X(2).
           05 UD-PASSWORD    PIC X(24).

       FD ACTIVITY-FILE.
       01 ACTIVITY-REC.
           05 SA-TIMESTAMP   PIC 9(14).
           05 SA-EMP-ID      PIC 999.
           05 SA-RESULT      PIC X(8).

       FD DEPT-FILE.
       COPY DEPTREC.

       FD RECERT-FILE.
       COPY RECERT.

       FD RECERT-TEMP-FILE.
       COPY RECERT REPLACING ==RECERT-REC== BY ==RECERT-TMP-REC==
                    LEADING ==RC== BY ==RT==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE             PIC 9 VALUE 0.
       01 EOF-FLAG           PIC X.
       01 WS-EMP-STATUS      PIC X(2).
       01 WS-KSDS-STATUS     PIC X(2).
       01 WS-USER-STATUS     PIC X(2).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-DEPT-STATUS     PIC X(2).
       01 WS-RECERT-STATUS   PIC X(2).
       01 WS-DATE            PIC 9(8).
       01 WS-TIME            PIC 9(6).
       01 WS-TIMESTAMP       PIC 9(14).
       01 WS-DEADLINE        PIC 9(8).
       01 WS-QUARTER         PIC 9(5).
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-Q-YEAR      PIC 9(4).
           05 WS-Q-NUM       PIC 9.
       01 QUARTER-FOUND-FLAG PIC X.
       01 CERT-OK-FLAG       PIC X.
       01 QUIT-FLAG          PIC X.
       01 WS-DECISION        PIC X.
       01 WS-HEAD-ID         PIC 999.
       01 WS-MATCH-EMAIL     PIC X(25).
       01 OWNER-SUB          PIC 999.
       01 ET-SUB             PIC 9(4).
       01 DT-SUB             PIC 9(4).
       01 DP-SUB             PIC 9(4).
       01 WS-LAST-DATE       PIC 9(8).
       01 WS-IDLE-DAYS       PIC S9(7).
       01 WS-SIGNON-DISP     PIC X(8).
       01 WS-STATUS-WORD     PIC X(9).
       01 WS-WHEN-TS         PIC 9(14).

       01 WS-RECERT-FILENAME PIC X(20) VALUE "access-recert.dat".
       01 WS-RECERT-TEMP-FILENAME PIC X(20)
           VALUE "access-recert.tmp".

      *    A LOGIN WITH NO SUCCESSFUL SIGN-ON FOR THIS MANY DAYS IS
      *    NOTED DORMANT FOR THE CERTIFIER
       01 DORMANT-DAYS       PIC 9(3) VALUE 90.

       01 CNT-LISTED         PIC 9(5).
       01 CNT-CONFIRMED      PIC 9(5).
       01 CNT-REVOKED        PIC 9(5).
       01 CNT-DISABLED       PIC 9(5).
       01 CNT-PENDING        PIC 9(5).
       01 CNT-SKIPPED        PIC 9(5).
       01 CNT-OWN            PIC 9(5).
       01 CNT-LATE           PIC 9(5).

      *    EVERY OPERATOR ON THE EMPLOYEE MASTER, SUBSCRIPTED BY
      *    EMP-ID, WITH THE LATEST SUCCESSFUL SIGN-ON; KSDS AND
      *    USER-DETAILS LOGINS ARE OWNED BY THE OPERATOR WHOSE EMAIL
      *    THEY CARRY
       01 EMP-TABLE.
           05 ET-ENTRY OCCURS 999 TIMES.
               10 ET-ON-FILE      PIC X.
               10 ET-NAME         PIC X(10).
               10 ET-EMAIL        PIC X(25).
               10 ET-ROLE         PIC X(20).
               10 ET-DEPT         PIC X(4).
               10 ET-LEFT-FLAG    PIC X.
               10 ET-LAST-SIGNON  PIC 9(14).

       01 DEPT-COUNT         PIC 9(4) VALUE 0.
       01 DEPT-TABLE.
           05 DT-ENTRY OCCURS 200 TIMES.
               10 DT-CODE         PIC X(4).
               10 DT-ACTIVE-FLAG  PIC X.
               10 DT-HEAD-ID      PIC 999.

       01 PEND-COUNT         PIC 9(4) VALUE 0.
       01 PEND-FOUND-FLAG    PIC X.
       01 PEND-TABLE.
           05 DP-ENTRY OCCURS 201 TIMES.
               10 DP-DEPT         PIC X(4).
               10 DP-PENDING      PIC 9(5).

       01 RECERTENF-AREA.
           05 RN-DISABLED    PIC 9(5).
           05 RN-STATUS      PIC X(4).

       COPY LOGINOFF.
       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    QUARTERLY ACCESS RECERTIFICATION. A SUPERVISOR STARTS THE
      *    QUARTER, WHICH LISTS EVERY LOGIN IN THE THREE REGISTRIES -
      *    OPERATORS ON EMPLOYEES.DAT, KSDS-USERS AND USERS.DAT - WITH
      *    ITS ROLE, LAST SIGN-ON AND OWNING DEPARTMENT ON
      *    ACCESS-RECERT.DAT. EACH DEPARTMENT HEAD (DM-HEAD-ID ON
      *    DEPARTMENTS.DAT) THEN CONFIRMS OR REVOKES THEIR
      *    DEPARTMENT'S ENTRIES; A SUPERVISOR CERTIFIES FOR A
      *    DEPARTMENT WITH NO HEAD, FOR UNOWNED LOGINS AND FOR THE
      *    HEADS' OWN LOGINS. NOBODY CERTIFIES THEIR OWN LOGIN. A
      *    REVOKE DISABLES THE LOGIN AT ONCE; ANYTHING STILL PENDING
      *    AFTER THE DEADLINE IS DISABLED BY THE RECERT NIGHTLY STEP
      *    (OR OPTION 5). THE EVIDENCE REPORT RECORDS WHO CERTIFIED
      *    WHAT AND WHEN
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 6
               DISPLAY " "
               DISPLAY "===== ACCESS RECERTIFICATION ====="
               DISPLAY "1. START A QUARTER"
               DISPLAY "2. CERTIFY LOGINS"
               DISPLAY "3. PENDING BY DEPARTMENT"
               DISPLAY "4. EVIDENCE REPORT"
               DISPLAY "5. ENFORCE DEADLINE NOW"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM START-QUARTER
                   WHEN 2 PERFORM CERTIFY-LOGINS
                   WHEN 3 PERFORM PENDING-BY-DEPT
                   WHEN 4 PERFORM EVIDENCE-REPORT
                   WHEN 5 PERFORM ENFORCE-DEADLINE
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       START-QUARTER.
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY START A RECERTIFICATION"
           ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               DISPLAY "QUARTER (YYYYQ, E.G. 20263):"
               ACCEPT WS-QUARTER
               DISPLAY "CERTIFICATION DEADLINE (YYYYMMDD):"
               ACCEPT WS-DEADLINE

               PERFORM CHECK-QUARTER-EXISTS

               EVALUATE TRUE
                   WHEN WS-Q-NUM < 1 OR WS-Q-NUM > 4
                       DISPLAY "QUARTER MUST END IN 1 TO 4"
                   WHEN WS-DEADLINE NOT > WS-DATE
                       DISPLAY "DEADLINE MUST BE AFTER TODAY"
                   WHEN QUARTER-FOUND-FLAG = "Y"
                       DISPLAY "QUARTER " WS-QUARTER
                           " IS ALREADY ON FILE"
                   WHEN OTHER
                       PERFORM LIST-ALL-LOGINS
               END-EVALUATE
           END-IF.

       CHECK-QUARTER-EXISTS.
           MOVE "N" TO QUARTER-FOUND-FLAG
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RC-QUARTER = WS-QUARTER
                               MOVE "Y" TO QUARTER-FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.

       LIST-ALL-LOGINS.
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-LAST-SIGNONS
           MOVE 0 TO CNT-LISTED

           OPEN EXTEND RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
           END-IF

           PERFORM LIST-OPERATOR-LOGINS
           PERFORM LIST-KSDS-LOGINS
           PERFORM LIST-DETAIL-LOGINS

           CLOSE RECERT-FILE

           DISPLAY "QUARTER " WS-QUARTER " STARTED - LOGINS TO "
               "CERTIFY: " CNT-LISTED " BY " WS-DEADLINE

           MOVE "RECERT START" TO AJ-ACTION
           MOVE WS-QUARTER TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       LOAD-EMPLOYEE-TABLE.
           INITIALIZE EMP-TABLE
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EMP-ID > 0
                               MOVE "Y" TO ET-ON-FILE (EMP-ID)
                               MOVE EMP-NAME TO ET-NAME (EMP-ID)
                               MOVE EMAIL TO ET-EMAIL (EMP-ID)
                               MOVE ROLE TO ET-ROLE (EMP-ID)
                               MOVE EMP-DEPT TO ET-DEPT (EMP-ID)
                               IF EMP-STATUS = "LEFT"
                                   MOVE "Y" TO ET-LEFT-FLAG (EMP-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-FILE.

       LOAD-LAST-SIGNONS.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACTIVITY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SA-RESULT = "SUCCESS " AND SA-EMP-ID > 0
                               AND SA-TIMESTAMP >
                                   ET-LAST-SIGNON (SA-EMP-ID)
                               MOVE SA-TIMESTAMP TO
                                   ET-LAST-SIGNON (SA-EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       LIST-OPERATOR-LOGINS.
           PERFORM VARYING ET-SUB FROM 1 BY 1 UNTIL ET-SUB > 999
               IF ET-ON-FILE (ET-SUB) = "Y"
                   PERFORM START-RECERT-ENTRY
                   MOVE "EMP  " TO RC-REGISTRY
                   MOVE ET-SUB TO RC-LOGIN-ID
                   MOVE ET-NAME (ET-SUB) TO RC-NAME
                   MOVE ET-ROLE (ET-SUB) TO RC-ROLE
                   MOVE ET-DEPT (ET-SUB) TO RC-DEPT
                   MOVE ET-LAST-SIGNON (ET-SUB) TO RC-LAST-SIGNON
                   IF ET-LEFT-FLAG (ET-SUB) = "Y"
                       MOVE "LEFT" TO RC-NOTE
                   ELSE
                       PERFORM NOTE-SIGNON-AGE
                   END-IF
                   WRITE RECERT-REC
                   ADD 1 TO CNT-LISTED
               END-IF
           END-PERFORM.

       NOTE-SIGNON-AGE.
           IF RC-LAST-SIGNON = 0
               MOVE "NEVER SIGNED ON" TO RC-NOTE
           ELSE
               MOVE RC-LAST-SIGNON (1:8) TO WS-LAST-DATE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
               IF WS-IDLE-DAYS > DORMANT-DAYS
                   MOVE "DORMANT" TO RC-NOTE
               END-IF
           END-IF.

       LIST-KSDS-LOGINS.
           OPEN INPUT KSDS-USERS-FILE
           IF WS-KSDS-STATUS = "00" OR WS-KSDS-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ KSDS-USERS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM START-RECERT-ENTRY
                           MOVE "KSDS " TO RC-REGISTRY
                           MOVE USER-ID TO RC-LOGIN-ID
                           MOVE USER-NAME TO RC-NAME
                           MOVE "KSDS USER" TO RC-ROLE
                           MOVE USER-EMAIL TO WS-MATCH-EMAIL
                           PERFORM NOTE-LOGIN-OWNER
                           WRITE RECERT-REC
                           ADD 1 TO CNT-LISTED
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KSDS-USERS-FILE.

       LIST-DETAIL-LOGINS.
           OPEN INPUT USER-DETAILS-FILE
           IF WS-USER-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ USER-DETAILS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM START-RECERT-ENTRY
                           MOVE "USERS" TO RC-REGISTRY
                           MOVE UD-SERIAL-NO TO RC-LOGIN-ID
                           STRING UD-FIRST-NAME DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               UD-LAST-NAME DELIMITED BY SPACE
                               INTO RC-NAME
                           MOVE "DETAIL USER" TO RC-ROLE
                           MOVE UD-EMAIL TO WS-MATCH-EMAIL
                           PERFORM NOTE-LOGIN-OWNER
                           WRITE RECERT-REC
                           ADD 1 TO CNT-LISTED
                   END-READ
               END-PERFORM
               CLOSE USER-DETAILS-FILE
           END-IF.

       START-RECERT-ENTRY.
           MOVE SPACES TO RECERT-REC
           MOVE WS-QUARTER TO RC-QUARTER
           MOVE 0 TO RC-LAST-SIGNON
           MOVE WS-DEADLINE TO RC-DEADLINE
           MOVE "P" TO RC-STATUS
           MOVE 0 TO RC-CERT-BY
           MOVE 0 TO RC-CERT-TS
           MOVE 0 TO RC-DISABLED-TS.

       NOTE-LOGIN-OWNER.
      *    KSDS AND USER-DETAILS LOGINS KEEP NO SIGN-ON HISTORY OF
      *    THEIR OWN; THE OWNING OPERATOR'S DEPARTMENT DECIDES WHO
      *    CERTIFIES, AND AN UNOWNED LOGIN GOES TO A SUPERVISOR
           MOVE 0 TO OWNER-SUB
           IF WS-MATCH-EMAIL NOT = SPACES
               PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > 999 OR OWNER-SUB > 0
                   IF ET-ON-FILE (ET-SUB) = "Y"
                       AND ET-EMAIL (ET-SUB) = WS-MATCH-EMAIL
                       MOVE ET-SUB TO OWNER-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF OWNER-SUB = 0
               MOVE "NO OWNER" TO RC-NOTE
           ELSE
               MOVE ET-DEPT (OWNER-SUB) TO RC-DEPT
               IF ET-LEFT-FLAG (OWNER-SUB) = "Y"
                   STRING "OWNER LEFT " OWNER-SUB
                       DELIMITED BY SIZE INTO RC-NOTE
               ELSE
                   STRING "OWNER EMP " OWNER-SUB
                       DELIMITED BY SIZE INTO RC-NOTE
               END-IF
           END-IF.

       CERTIFY-LOGINS.
           DISPLAY "QUARTER TO CERTIFY (YYYYQ):"
           ACCEPT WS-QUARTER
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-DEPT-TABLE

           MOVE 0 TO CNT-CONFIRMED
           MOVE 0 TO CNT-REVOKED
           MOVE 0 TO CNT-SKIPPED
           MOVE 0 TO CNT-OWN
           MOVE 0 TO CNT-LATE
           MOVE "N" TO QUIT-FLAG

           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               DISPLAY "NO ACCESS RECERTIFICATION ON FILE"
           ELSE
               OPEN OUTPUT RECERT-TEMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RC-QUARTER = WS-QUARTER
                               AND RC-STATUS = "P"
                               AND QUIT-FLAG = "N"
                               PERFORM CHECK-CERTIFIER
                               IF CERT-OK-FLAG = "Y"
                                   PERFORM CERTIFY-ONE-ENTRY
                               END-IF
                           END-IF
                           MOVE RECERT-REC TO RECERT-TMP-REC
                           WRITE RECERT-TMP-REC
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
               CLOSE RECERT-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES ACCESS-RECERT.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-RECERT-TEMP-FILENAME
                   WS-RECERT-FILENAME

               DISPLAY "CONFIRMED: " CNT-CONFIRMED
                   "  REVOKED: " CNT-REVOKED
                   "  SKIPPED: " CNT-SKIPPED
               IF CNT-OWN > 0
                   DISPLAY "YOUR OWN LOGINS LEFT FOR ANOTHER "
                       "CERTIFIER: " CNT-OWN
               END-IF
               IF CNT-LATE > 0
                   DISPLAY "PAST THE DEADLINE, NO LONGER "
                       "CERTIFIABLE: " CNT-LATE
               END-IF
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE 0 TO DEPT-COUNT
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DEPT-COUNT < 200
                               ADD 1 TO DEPT-COUNT
                               MOVE DM-DEPT-CODE TO
                                   DT-CODE (DEPT-COUNT)
                               MOVE DM-ACTIVE-FLAG TO
                                   DT-ACTIVE-FLAG (DEPT-COUNT)
                               IF DM-HEAD-ID NUMERIC
                                   MOVE DM-HEAD-ID TO
                                       DT-HEAD-ID (DEPT-COUNT)
                               ELSE
                                   MOVE 0 TO DT-HEAD-ID (DEPT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       FIND-DEPT-HEAD.
      *    A HEAD WHO HAS LEFT, OR OF A DEACTIVATED DEPARTMENT, IS NO
      *    HEAD; THE DEPARTMENT FALLS TO THE SUPERVISORS
           MOVE 0 TO WS-HEAD-ID
           IF RC-DEPT NOT = SPACES
               PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DEPT-COUNT
                   IF DT-CODE (DT-SUB) = RC-DEPT
                       AND DT-ACTIVE-FLAG (DT-SUB) = "Y"
                       MOVE DT-HEAD-ID (DT-SUB) TO WS-HEAD-ID
                   END-IF
               END-PERFORM
           END-IF

           IF WS-HEAD-ID > 0
               IF ET-ON-FILE (WS-HEAD-ID) NOT = "Y"
                   OR ET-LEFT-FLAG (WS-HEAD-ID) = "Y"
                   MOVE 0 TO WS-HEAD-ID
               END-IF
           END-IF.

       CHECK-CERTIFIER.
           MOVE "N" TO CERT-OK-FLAG
           PERFORM FIND-DEPT-HEAD

           IF WS-HEAD-ID > 0 AND WS-HEAD-ID = SIGNON-EMP-ID
               MOVE "Y" TO CERT-OK-FLAG
           END-IF
           IF SIGNON-SUPERVISOR AND WS-HEAD-ID = 0
               MOVE "Y" TO CERT-OK-FLAG
           END-IF
           IF SIGNON-SUPERVISOR AND RC-REGISTRY = "EMP  "
               AND RC-LOGIN-ID = WS-HEAD-ID
               MOVE "Y" TO CERT-OK-FLAG
           END-IF

           IF CERT-OK-FLAG = "Y" AND RC-REGISTRY = "EMP  "
               AND RC-LOGIN-ID = SIGNON-EMP-ID
               MOVE "N" TO CERT-OK-FLAG
               ADD 1 TO CNT-OWN
           END-IF
           IF CERT-OK-FLAG = "Y" AND RC-DEADLINE < WS-DATE
               MOVE "N" TO CERT-OK-FLAG
               ADD 1 TO CNT-LATE
           END-IF.

       CERTIFY-ONE-ENTRY.
           PERFORM FORMAT-LAST-SIGNON
           DISPLAY " "
           DISPLAY RC-REGISTRY " " RC-LOGIN-ID " " RC-NAME
               " DEPT " RC-DEPT
           DISPLAY "  ROLE " RC-ROLE " LAST SIGN-ON " WS-SIGNON-DISP
               " " RC-NOTE
           DISPLAY "C = CONFIRM, R = REVOKE, S = SKIP, "
               "Q = STOP REVIEWING:"
           ACCEPT WS-DECISION

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           MOVE SPACES TO AJ-KEY
           STRING RC-REGISTRY " " RC-LOGIN-ID
               DELIMITED BY SIZE INTO AJ-KEY

           EVALUATE WS-DECISION
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO RC-STATUS
                   MOVE SIGNON-EMP-ID TO RC-CERT-BY
                   MOVE WS-TIMESTAMP TO RC-CERT-TS
                   ADD 1 TO CNT-CONFIRMED
                   MOVE "RECERT CONF " TO AJ-ACTION
                   PERFORM LOG-OPERATOR-ACTION
               WHEN "R"
               WHEN "r"
                   PERFORM REVOKE-ONE-ENTRY
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-FLAG
               WHEN OTHER
                   ADD 1 TO CNT-SKIPPED
           END-EVALUATE.

       REVOKE-ONE-ENTRY.
           MOVE RC-REGISTRY TO LO-REGISTRY
           MOVE RC-LOGIN-ID TO LO-LOGIN-ID
           CALL "LOGINOFF" USING LOGINOFF-AREA

           IF LO-RESULT = "BUSY"
               DISPLAY "USER MASTER IS BEING UPDATED - ENTRY LEFT "
                   "PENDING, TRY AGAIN SHORTLY"
               ADD 1 TO CNT-SKIPPED
           ELSE
               IF LO-RESULT = "NONE"
                   DISPLAY "LOGIN NO LONGER ON FILE - RECORDED AS "
                       "REVOKED"
               ELSE
                   DISPLAY "LOGIN DISABLED"
               END-IF
               MOVE "R" TO RC-STATUS
               MOVE SIGNON-EMP-ID TO RC-CERT-BY
               MOVE WS-TIMESTAMP TO RC-CERT-TS
               MOVE WS-TIMESTAMP TO RC-DISABLED-TS
               ADD 1 TO CNT-REVOKED
               MOVE "RECERT REVOK" TO AJ-ACTION
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       FORMAT-LAST-SIGNON.
           IF RC-LAST-SIGNON = 0
               MOVE "NONE" TO WS-SIGNON-DISP
           ELSE
               MOVE RC-LAST-SIGNON (1:8) TO WS-SIGNON-DISP
           END-IF.

       PENDING-BY-DEPT.
           DISPLAY "QUARTER (YYYYQ):"
           ACCEPT WS-QUARTER

           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-DEPT-TABLE
           MOVE 0 TO PEND-COUNT
           MOVE 0 TO CNT-PENDING

           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               DISPLAY "NO ACCESS RECERTIFICATION ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RC-QUARTER = WS-QUARTER
                               AND RC-STATUS = "P"
                               PERFORM ADD-PENDING-FOR-DEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE

               DISPLAY " "
               DISPLAY "DEPT  PENDING  CERTIFIER"
               PERFORM VARYING DP-SUB FROM 1 BY 1
                   UNTIL DP-SUB > PEND-COUNT
                   MOVE DP-DEPT (DP-SUB) TO RC-DEPT
                   PERFORM FIND-DEPT-HEAD
                   IF WS-HEAD-ID = 0
                       DISPLAY DP-DEPT (DP-SUB) "  "
                           DP-PENDING (DP-SUB) "    SUPERVISOR"
                   ELSE
                       DISPLAY DP-DEPT (DP-SUB) "  "
                           DP-PENDING (DP-SUB) "    HEAD " WS-HEAD-ID
                   END-IF
               END-PERFORM
               DISPLAY "TOTAL PENDING: " CNT-PENDING
           END-IF.

       ADD-PENDING-FOR-DEPT.
           ADD 1 TO CNT-PENDING
           MOVE "N" TO PEND-FOUND-FLAG
           PERFORM VARYING DP-SUB FROM 1 BY 1
               UNTIL DP-SUB > PEND-COUNT OR PEND-FOUND-FLAG = "Y"
               IF DP-DEPT (DP-SUB) = RC-DEPT
                   ADD 1 TO DP-PENDING (DP-SUB)
                   MOVE "Y" TO PEND-FOUND-FLAG
               END-IF
           END-PERFORM
           IF PEND-FOUND-FLAG = "N" AND PEND-COUNT < 201
               ADD 1 TO PEND-COUNT
               MOVE RC-DEPT TO DP-DEPT (PEND-COUNT)
               MOVE 1 TO DP-PENDING (PEND-COUNT)
           END-IF.

       EVIDENCE-REPORT.
           DISPLAY "QUARTER (YYYYQ):"
           ACCEPT WS-QUARTER

           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               DISPLAY "NO ACCESS RECERTIFICATION ON FILE"
           ELSE
               ACCEPT RPT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO RPT-FILENAME
               STRING "recert-evidence-" WS-QUARTER ".dat"
                   DELIMITED BY SIZE INTO RPT-FILENAME
               MOVE SPACES TO RPT-TITLE
               STRING "ACCESS RECERTIFICATION EVIDENCE  QUARTER "
                   WS-QUARTER "  " RPT-DATE
                   DELIMITED BY SIZE INTO RPT-TITLE
               MOVE SPACES TO RPT-COLUMNS
               STRING "REG   ID  NAME                 DEPT LAST-ON  "
                   "OUTCOME   BY  WHEN"
                   DELIMITED BY SIZE INTO RPT-COLUMNS
               OPEN OUTPUT REPORT-FILE
               MOVE 0 TO RPT-PAGE-NUM
               MOVE 99 TO RPT-LINE-COUNT

               MOVE 0 TO CNT-LISTED
               MOVE 0 TO CNT-CONFIRMED
               MOVE 0 TO CNT-REVOKED
               MOVE 0 TO CNT-DISABLED
               MOVE 0 TO CNT-PENDING

               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RC-QUARTER = WS-QUARTER
                               PERFORM WRITE-EVIDENCE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE

               MOVE ALL "-" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-DETAIL
               STRING "LOGINS: " CNT-LISTED
                   "  CONFIRMED: " CNT-CONFIRMED
                   "  REVOKED: " CNT-REVOKED
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-DETAIL
               STRING "DISABLED AT DEADLINE: " CNT-DISABLED
                   "  STILL PENDING: " CNT-PENDING
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE "END OF REPORT" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE

               DISPLAY "LOGINS: " CNT-LISTED
                   "  CONFIRMED: " CNT-CONFIRMED
                   "  REVOKED: " CNT-REVOKED
                   "  DISABLED: " CNT-DISABLED
                   "  PENDING: " CNT-PENDING
               DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME
           END-IF.

       WRITE-EVIDENCE-ENTRY.
      *    BY AND WHEN ARE THE CERTIFIER AND THE TIME OF THE
      *    DECISION; FOR A LOGIN DISABLED AT THE DEADLINE, BY IS 000
      *    (THE NIGHTLY RUN) AND WHEN IS THE TIME IT WAS DISABLED
           ADD 1 TO CNT-LISTED
           MOVE RC-CERT-TS TO WS-WHEN-TS
           EVALUATE RC-STATUS
               WHEN "C"
                   MOVE "CONFIRMED" TO WS-STATUS-WORD
                   ADD 1 TO CNT-CONFIRMED
               WHEN "R"
                   MOVE "REVOKED" TO WS-STATUS-WORD
                   ADD 1 TO CNT-REVOKED
               WHEN "D"
                   MOVE "DISABLED" TO WS-STATUS-WORD
                   MOVE RC-DISABLED-TS TO WS-WHEN-TS
                   ADD 1 TO CNT-DISABLED
               WHEN OTHER
                   MOVE "PENDING" TO WS-STATUS-WORD
                   ADD 1 TO CNT-PENDING
           END-EVALUATE
           PERFORM FORMAT-LAST-SIGNON

           MOVE SPACES TO RPT-DETAIL
           STRING RC-REGISTRY " " RC-LOGIN-ID " " RC-NAME " "
               RC-DEPT " " WS-SIGNON-DISP " " WS-STATUS-WORD " "
               RC-CERT-BY " " WS-WHEN-TS
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-DETAIL
           STRING "      ROLE " RC-ROLE " " RC-NOTE
               " DEADLINE " RC-DEADLINE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       ENFORCE-DEADLINE.
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY ENFORCE THE DEADLINE"
           ELSE
               CALL "RECERTENF" USING RECERTENF-AREA
               MOVE "RECERT ENFRC" TO AJ-ACTION
               MOVE RN-DISABLED TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "ACCRECERT   " TO AJ-PROGRAM
           CALL "ACTLOG" USING ACTJRNL-AREA.

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
