       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTENF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "access-recert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECERT-STATUS.

           SELECT RECERT-TEMP-FILE ASSIGN TO "access-recert.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD RECERT-FILE.
       COPY RECERT.

       FD RECERT-TEMP-FILE.
       COPY RECERT REPLACING ==RECERT-REC== BY ==RECERT-TMP-REC==
                    LEADING ==RC== BY ==RT==.

       WORKING-STORAGE SECTION.
       01 WS-RECERT-STATUS   PIC X(2).
       01 EOF-FLAG           PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-TIME            PIC 9(6).
       01 WS-TIMESTAMP       PIC 9(14).
       01 BUSY-COUNT         PIC 9(5) VALUE 0.

       01 WS-RECERT-FILENAME PIC X(20) VALUE "access-recert.dat".
       01 WS-RECERT-TEMP-FILENAME PIC X(20)
           VALUE "access-recert.tmp".

       COPY LOGINOFF.

       LINKAGE SECTION.
       01 RECERTENF-AREA.
           05 RN-DISABLED    PIC 9(5).
           05 RN-STATUS      PIC X(4).

       PROCEDURE DIVISION USING RECERTENF-AREA.

      *    ACCESS RECERTIFICATION DEADLINE ENFORCEMENT, CALLABLE
      *    FROM THE NIGHTLY BATCH DRIVER AND FROM THE RECERTIFICATION
      *    SCREEN. EVERY LOGIN STILL PENDING AFTER ITS QUARTER'S
      *    DEADLINE IS DISABLED IN ITS REGISTRY AND MARKED D ON
      *    ACCESS-RECERT.DAT WITH THE TIME IT WAS DONE. A LOGIN NO
      *    LONGER ON FILE IS MARKED D ALL THE SAME. ONE IN THE USER
      *    MASTER WHILE ANOTHER UPDATER HOLDS ITS LOCK STAYS PENDING
      *    AND IS PICKED UP ON THE NEXT RUN
       RECERTENF-MAIN.
           MOVE 0 TO RN-DISABLED
           MOVE 0 TO BUSY-COUNT
           MOVE "OK  " TO RN-STATUS

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

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
                           IF RC-STATUS = "P"
                               AND RC-DEADLINE < WS-DATE
                               PERFORM DISABLE-OVERDUE-LOGIN
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
           END-IF

           DISPLAY "UNCERTIFIED LOGINS DISABLED: " RN-DISABLED
           IF BUSY-COUNT > 0
               DISPLAY "LEFT PENDING, USER MASTER BUSY: " BUSY-COUNT
           END-IF

           GOBACK.

       DISABLE-OVERDUE-LOGIN.
           MOVE RC-REGISTRY TO LO-REGISTRY
           MOVE RC-LOGIN-ID TO LO-LOGIN-ID
           CALL "LOGINOFF" USING LOGINOFF-AREA

           IF LO-RESULT = "BUSY"
               ADD 1 TO BUSY-COUNT
           ELSE
               MOVE "D" TO RC-STATUS
               MOVE WS-TIMESTAMP TO RC-DISABLED-TS
               ADD 1 TO RN-DISABLED
               DISPLAY "DISABLED " RC-REGISTRY " " RC-LOGIN-ID " "
                   RC-NAME " - NOT CERTIFIED BY " RC-DEADLINE
           END-IF.
