           ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-STATUS.
       FD KSDS-USERS-FILE.
       COPY KSDSUSER.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(150).

       PROCEDURE DIVISION.

       MAIN-MENU.
           PERFORM UNTIL FILE-CHOICE = 6

               DISPLAY " "
               DISPLAY "===== INDEXED FILE UNLOAD/REBUILD ====="
               DISPLAY "2. employees.dat"
               DISPLAY "3. students.dat"
               DISPLAY "4. ksds-users"
               DISPLAY "5. transactions.dat"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER FILE:"
               ACCEPT FILE-CHOICE

               IF FILE-CHOICE >= 1 AND FILE-CHOICE <= 5
                   PERFORM ACTION-MENU
               END-IF

               WHEN 4
                   STRING "backup-ksds-users-" WS-BACKUP-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-BACKUP-FILENAME
               WHEN 5
                   STRING "backup-transactions-" WS-BACKUP-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-BACKUP-FILENAME
           END-EVALUATE.

       OPEN-MASTER-INPUT.
               WHEN 2 OPEN INPUT EMP-FILE
               WHEN 3 OPEN INPUT STUDENT-FILE
               WHEN 4 OPEN INPUT KSDS-USERS-FILE
               WHEN 5 OPEN INPUT TRANSACTION-LOG-FILE
           END-EVALUATE.

       CLOSE-MASTER.
               WHEN 2 CLOSE EMP-FILE
               WHEN 3 CLOSE STUDENT-FILE
               WHEN 4 CLOSE KSDS-USERS-FILE
               WHEN 5 CLOSE TRANSACTION-LOG-FILE
           END-EVALUATE.

       READ-MASTER-NEXT.
                       NOT AT END
                           MOVE KSDS-USER-REC TO WS-COMPARE-REC
                   END-READ
               WHEN 5
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE TRANSACTION-LOG-REC TO WS-COMPARE-REC
                   END-READ
           END-EVALUATE.

       UNLOAD-MASTER.
                   WHEN 2 OPEN OUTPUT EMP-FILE
                   WHEN 3 OPEN OUTPUT STUDENT-FILE
                   WHEN 4 OPEN OUTPUT KSDS-USERS-FILE
                   WHEN 5 OPEN OUTPUT TRANSACTION-LOG-FILE
               END-EVALUATE

               PERFORM UNTIL EOF-FLAG = "Y"
               WHEN 4
                   MOVE BACKUP-REC TO KSDS-USER-REC
                   WRITE KSDS-USER-REC
               WHEN 5
                   MOVE BACKUP-REC TO TRANSACTION-LOG-REC
                   WRITE TRANSACTION-LOG-REC
           END-EVALUATE.

       VERIFY-MASTER.
                       INVALID KEY
                           ADD 1 TO MISMATCH-COUNT
                       NOT INVALID KEY
                           IF ACCOUNT-REC NOT = BACKUP-REC (1:61)
                               ADD 1 TO MISMATCH-COUNT
                           END-IF
                   END-READ
                       INVALID KEY
                           ADD 1 TO MISMATCH-COUNT
                       NOT INVALID KEY
                           IF EMP-REC NOT = BACKUP-REC (1:139)
                               ADD 1 TO MISMATCH-COUNT
                           END-IF
                   END-READ
                       INVALID KEY
                           ADD 1 TO MISMATCH-COUNT
                       NOT INVALID KEY
                           IF STUDENT-REC NOT = BACKUP-REC (1:55)
                               ADD 1 TO MISMATCH-COUNT
                           END-IF
                   END-READ
                               ADD 1 TO MISMATCH-COUNT
                           END-IF
                   END-READ
               WHEN 5
                   MOVE BACKUP-REC (1:14) TO TL-KEY
                   READ TRANSACTION-LOG-FILE
                       INVALID KEY
                           ADD 1 TO MISMATCH-COUNT
                       NOT INVALID KEY
                           IF TRANSACTION-LOG-REC
                               NOT = BACKUP-REC (1:80)
                               ADD 1 TO MISMATCH-COUNT
                           END-IF
                   END-READ
           END-EVALUATE.
