       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKOUT-FILE ASSIGN TO "signon-lockout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKOUT-STATUS.

           SELECT LOCKOUT-TEMP-FILE ASSIGN TO "signon-lockout.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-FILE ASSIGN TO "signon-activity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT KSDS-USERS-FILE ASSIGN TO "ksds-users"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.

           SELECT USER-AUDIT-LOG-FILE ASSIGN TO "user-audit-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT USER-DETAILS-FILE ASSIGN TO "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-STATUS.

           SELECT USER-TEMP-FILE ASSIGN TO "users-off.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCK-FILE ASSIGN TO "users.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LOCKOUT-FILE.
       01 LOCKOUT-REC.
           05 LK-EMP-ID      PIC 999.
           05 LK-FAIL-COUNT  PIC 9(2).
           05 LK-LOCK-FLAG   PIC X(1).
           05 LK-PW-DATE     PIC 9(8).

       FD LOCKOUT-TEMP-FILE.
       01 LOCKOUT-TEMP-REC.
           05 LT-EMP-ID      PIC 999.
           05 LT-FAIL-COUNT  PIC 9(2).
           05 LT-LOCK-FLAG   PIC X(1).
           05 LT-PW-DATE     PIC 9(8).

       FD ACTIVITY-FILE.
       01 ACTIVITY-REC.
           05 SA-TIMESTAMP   PIC 9(14).
           05 SA-EMP-ID      PIC 999.
           05 SA-RESULT      PIC X(8).

       FD KSDS-USERS-FILE.
       COPY KSDSUSER.

       FD USER-AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC.
           05 AL-TIMESTAMP    PIC 9(14).
           05 AL-OPERATION    PIC X(6).
           05 AL-USER-ID      PIC 999.
           05 AL-BEFORE-NAME  PIC X(20).
           05 AL-BEFORE-EMAIL PIC X(25).
           05 AL-AFTER-NAME   PIC X(20).
           05 AL-AFTER-EMAIL  PIC X(25).

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

       FD USER-TEMP-FILE.
       01 USER-TEMP-REC PIC X(80).

       FD LOCK-FILE.
       01 LOCK-REC PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-LOCKOUT-STATUS  PIC X(2).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-KSDS-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS    PIC X(2).
       01 WS-USER-STATUS     PIC X(2).
       01 WS-LOCK-STATUS     PIC X(2).
       01 EOF-FLAG           PIC X.
       01 FOUND-FLAG         PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-TIME            PIC 9(6).
       01 WS-TIMESTAMP       PIC 9(14).

       01 WS-LOCKOUT-FILENAME PIC X(20)
           VALUE "signon-lockout.dat".
       01 WS-LOCKOUT-TEMP-FILENAME PIC X(20)
           VALUE "signon-lockout.tmp".
       01 WS-USERS-FILENAME  PIC X(20) VALUE "users.dat".
       01 WS-USER-TEMP-FILENAME PIC X(20) VALUE "users-off.tmp".
       01 WS-LOCK-FILENAME   PIC X(20) VALUE "users.lck".

       LINKAGE SECTION.
       COPY LOGINOFF.

       PROCEDURE DIVISION USING LOGINOFF-AREA.

      *    DISABLES ONE LOGIN IN WHICHEVER REGISTRY HOLDS IT, FOR
      *    THE ACCESS RECERTIFICATION (A REVOKE AT THE SCREEN OR AN
      *    ENTRY LEFT UNCERTIFIED PAST ITS DEADLINE). AN OPERATOR IS
      *    LOCKED ON THE SIGN-ON LOCKOUT FILE, SO ONLY A SUPERVISOR
      *    UNLOCK LETS THEM BACK IN; A KSDS OR USER-DETAILS LOGIN HAS
      *    ITS PASSWORD REPLACED BY ONE NO HASH CAN EVER MATCH, SO A
      *    NEW PASSWORD MUST BE SET THROUGH MAINTENANCE. EVERY
      *    DISABLE IS WRITTEN TO THAT REGISTRY'S OWN AUDIT TRAIL
       LOGINOFF-MAIN.
           MOVE "NONE" TO LO-RESULT
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           EVALUATE LO-REGISTRY
               WHEN "EMP  "
                   PERFORM DISABLE-OPERATOR
               WHEN "KSDS "
                   PERFORM DISABLE-KSDS-USER
               WHEN "USERS"
                   PERFORM DISABLE-DETAIL-USER
           END-EVALUATE

           GOBACK.

       DISABLE-OPERATOR.
      *    AN OPERATOR WITH NO LOCKOUT RECORD YET GETS ONE, ALREADY
      *    LOCKED
           OPEN INPUT LOCKOUT-FILE
           IF WS-LOCKOUT-STATUS = "35"
               OPEN OUTPUT LOCKOUT-FILE
               CLOSE LOCKOUT-FILE
               OPEN INPUT LOCKOUT-FILE
           END-IF

           OPEN OUTPUT LOCKOUT-TEMP-FILE

           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LOCKOUT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LK-EMP-ID = LO-LOGIN-ID
                           MOVE "Y" TO FOUND-FLAG
                           MOVE "L" TO LK-LOCK-FLAG
                       END-IF
                       MOVE LOCKOUT-REC TO LOCKOUT-TEMP-REC
                       WRITE LOCKOUT-TEMP-REC
               END-READ
           END-PERFORM

           IF FOUND-FLAG = "N"
               MOVE LO-LOGIN-ID TO LT-EMP-ID
               MOVE 0 TO LT-FAIL-COUNT
               MOVE "L" TO LT-LOCK-FLAG
               MOVE 0 TO LT-PW-DATE
               WRITE LOCKOUT-TEMP-REC
           END-IF

           CLOSE LOCKOUT-FILE
           CLOSE LOCKOUT-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SIGNON-LOCKOUT.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-LOCKOUT-TEMP-FILENAME
               WS-LOCKOUT-FILENAME

           OPEN EXTEND ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT ACTIVITY-FILE
           END-IF
           MOVE WS-TIMESTAMP TO SA-TIMESTAMP
           MOVE LO-LOGIN-ID TO SA-EMP-ID
           MOVE "REVOKED " TO SA-RESULT
           WRITE ACTIVITY-REC
           CLOSE ACTIVITY-FILE

           MOVE "OK  " TO LO-RESULT.

       DISABLE-KSDS-USER.
           OPEN I-O KSDS-USERS-FILE
           IF WS-KSDS-STATUS = "00" OR WS-KSDS-STATUS = "05"
               MOVE LO-LOGIN-ID TO USER-ID
               READ KSDS-USERS-FILE
                   INVALID KEY
                       MOVE "NONE" TO LO-RESULT
                   NOT INVALID KEY
                       MOVE ALL "*" TO USER-PASSWORD
                       REWRITE KSDS-USER-REC
                       MOVE "OK  " TO LO-RESULT
               END-READ
               CLOSE KSDS-USERS-FILE
           END-IF

           IF LO-RESULT = "OK  "
               MOVE WS-TIMESTAMP TO AL-TIMESTAMP
               MOVE "REVOKE" TO AL-OPERATION
               MOVE USER-ID TO AL-USER-ID
               MOVE USER-NAME TO AL-BEFORE-NAME
               MOVE USER-NAME TO AL-AFTER-NAME
               MOVE USER-EMAIL TO AL-BEFORE-EMAIL
               MOVE USER-EMAIL TO AL-AFTER-EMAIL
               OPEN EXTEND USER-AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT USER-AUDIT-LOG-FILE
               END-IF
               WRITE AUDIT-LOG-REC
               CLOSE USER-AUDIT-LOG-FILE
           END-IF.

       DISABLE-DETAIL-USER.
      *    THE USER MASTER IS REWRITTEN ONLY UNDER ITS UPDATE LOCK,
      *    THE SAME ONE USER MAINTENANCE TAKES
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "35"
               CLOSE LOCK-FILE
               MOVE "BUSY" TO LO-RESULT
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE WS-DATE TO LOCK-REC
               WRITE LOCK-REC
               CLOSE LOCK-FILE

               OPEN INPUT USER-DETAILS-FILE
               IF WS-USER-STATUS NOT = "35"
                   PERFORM REWRITE-USER-MASTER
               END-IF

               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
           END-IF.

       REWRITE-USER-MASTER.
           OPEN OUTPUT USER-TEMP-FILE

           MOVE "N" TO EOF-FLAG
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ USER-DETAILS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF UD-SERIAL-NO = LO-LOGIN-ID
                           MOVE "Y" TO FOUND-FLAG
                           MOVE ALL "*" TO UD-PASSWORD
                       END-IF
                       MOVE USER-REC TO USER-TEMP-REC
                       WRITE USER-TEMP-REC
               END-READ
           END-PERFORM

           CLOSE USER-DETAILS-FILE
           CLOSE USER-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES USERS.DAT IN ONE STEP,
      *    SO THE MASTER IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-USER-TEMP-FILENAME
               WS-USERS-FILENAME

           IF FOUND-FLAG = "Y"
               MOVE "OK  " TO LO-RESULT
           END-IF.
