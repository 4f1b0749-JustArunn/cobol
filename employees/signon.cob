           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

           SELECT OPERATOR-BRANCH-FILE
           ASSIGN TO "operator-branches.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPBRANCH-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 SA-TIMESTAMP   PIC 9(14).
           05 SA-EMP-ID      PIC 999.
           05 SA-RESULT      PIC X(8).
      *        SUCCESS / FAILURE / LOCKED / PWCHANGE / UNLOCK /
      *        NOBRANCH / REVOKED (DISABLED AT RECERTIFICATION)

       FD LIMITS-FILE.
       01 SIGNON-LIMITS-REC.
           05 SL-MAX-FAILS   PIC 9(2).
           05 SL-PW-AGE-DAYS PIC 9(4).

       FD OPERATOR-BRANCH-FILE.
       COPY OPBRANCH.

       FD BRANCH-FILE.
       COPY BRANCH.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS    PIC X(2).
       01 WS-LOCKOUT-STATUS PIC X(2).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-LIMITS-STATUS PIC X(2).
       01 WS-OPBRANCH-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 BRANCH-EOF-FLAG  PIC X.
       01 BRANCH-OK-FLAG   PIC X.
       01 WS-OPERATOR-BRANCH PIC 999.
       01 WS-TRY-COUNT     PIC 9 VALUE 0.
       01 WS-ENTERED-ID    PIC 999.
       01 WS-ENTERED-PW    PIC X(20).
           MOVE "N" TO SIGNON-OK-FLAG
           MOVE 0 TO SIGNON-EMP-ID
           MOVE SPACES TO SIGNON-ROLE
           MOVE 0 TO SIGNON-BRANCH

           PERFORM LOAD-SIGNON-LIMITS

               CLOSE EMP-FILE
               IF SIGNON-OK-FLAG = "N"
                   DISPLAY "SIGN-ON FAILED - ACCESS REFUSED"
               ELSE
      *    LEAVE WAITING ON THIS OPERATOR AS A MANAGER IS OFFERED
      *    ONCE THE MASTER HAS BEEN CLOSED AGAIN
                   CALL "LEAVEAPR" USING SIGNON-AREA
               END-IF
           ELSE
      *    NO EMPLOYEE MASTER TO CHECK AGAINST (FIRST-TIME SET-UP):
                   "ASSUMED"
               MOVE "Y" TO SIGNON-OK-FLAG
               MOVE "SUPERVISOR" TO SIGNON-ROLE
               MOVE 1 TO SIGNON-BRANCH
           END-IF

           GOBACK.
                   MOVE WS-ENTERED-PW TO HASH-CLEAR
                   CALL "HASHPW" USING HASHPW-AREA
                   IF EMP-PASSWORD (9:16) = HASH-RESULT
                       PERFORM FIND-OPERATOR-BRANCH
                       IF BRANCH-OK-FLAG = "Y"
                           PERFORM RECORD-SUCCESSFUL-SIGNON
                       ELSE
                           MOVE "NOBRANCH" TO WS-RESULT
                           PERFORM WRITE-ACTIVITY-ENTRY
                       END-IF
                   ELSE
                       DISPLAY "SIGN-ON REJECTED"
                       PERFORM RECORD-FAILED-ATTEMPT
           MOVE "Y" TO SIGNON-OK-FLAG
           MOVE EMP-ID TO SIGNON-EMP-ID
           MOVE ROLE TO SIGNON-ROLE
           MOVE WS-OPERATOR-BRANCH TO SIGNON-BRANCH
           DISPLAY "SIGNED ON AS " EMP-ID " ROLE " ROLE
               " BRANCH " WS-OPERATOR-BRANCH

           MOVE "SUCCESS " TO WS-RESULT
           PERFORM WRITE-ACTIVITY-ENTRY
           PERFORM WRITE-ACTIVITY-ENTRY
           DISPLAY "PASSWORD CHANGED".

       FIND-OPERATOR-BRANCH.
      *    EVERY OPERATOR WORKS AT ONE BRANCH. UNTIL ANY ASSIGNMENT
      *    HAS BEEN MADE THE WHOLE SHOP IS THE HEAD OFFICE (001);
      *    AFTER THAT AN UNASSIGNED OPERATOR, OR ONE ASSIGNED TO A
      *    CLOSED BRANCH, IS REFUSED. A CORRECT PASSWORD IS NOT A
      *    FAILED ATTEMPT, SO THE FAIL COUNT IS LEFT ALONE
           MOVE "Y" TO BRANCH-OK-FLAG
           MOVE 1 TO WS-OPERATOR-BRANCH

           OPEN INPUT OPERATOR-BRANCH-FILE
           IF WS-OPBRANCH-STATUS NOT = "35"
               MOVE "N" TO BRANCH-OK-FLAG
               MOVE "N" TO BRANCH-EOF-FLAG
               PERFORM UNTIL BRANCH-EOF-FLAG = "Y"
                   READ OPERATOR-BRANCH-FILE
                       AT END
                           MOVE "Y" TO BRANCH-EOF-FLAG
                       NOT AT END
                           IF OB-EMP-ID = WS-ENTERED-ID
                               MOVE "Y" TO BRANCH-OK-FLAG
                               MOVE OB-BRANCH TO WS-OPERATOR-BRANCH
                               MOVE "Y" TO BRANCH-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-BRANCH-FILE
               IF BRANCH-OK-FLAG = "N"
                   DISPLAY "OPERATOR " WS-ENTERED-ID " IS NOT "
                       "ASSIGNED TO A BRANCH - SEE A SUPERVISOR"
               END-IF
           END-IF

           IF BRANCH-OK-FLAG = "Y"
               PERFORM CHECK-BRANCH-OPEN
           END-IF.

       CHECK-BRANCH-OPEN.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "35"
               MOVE "N" TO BRANCH-EOF-FLAG
               PERFORM UNTIL BRANCH-EOF-FLAG = "Y"
                   READ BRANCH-FILE
                       AT END
                           MOVE "Y" TO BRANCH-EOF-FLAG
                       NOT AT END
                           IF BM-CODE = WS-OPERATOR-BRANCH
                               IF BM-STATUS = "C"
                                   MOVE "N" TO BRANCH-OK-FLAG
                                   DISPLAY "BRANCH " BM-CODE
                                       " IS CLOSED - SEE A SUPERVISOR"
                               END-IF
                               MOVE "Y" TO BRANCH-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       RECORD-FAILED-ATTEMPT.
           MOVE "FAILURE " TO WS-RESULT
           PERFORM WRITE-ACTIVITY-ENTRY
