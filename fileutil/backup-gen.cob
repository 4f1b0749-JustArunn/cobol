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

      *    UNATTENDED GENERATION BACKUP OF THE FOUR INDEXED
      *    MASTERS AND THE KEYED TRANSACTION LOG, RUNNABLE AS A
      *    NIGHTLY BATCH STEP BEFORE THE POSTING WORK. EACH MASTER
      *    UNLOADS TO A DATE-STAMPED GENERATION FILE WITH ITS
      *    RECORD COUNT ON THE GENERATIONS REGISTER, AND
      *    GENERATIONS BEYOND THE RETENTION LIMIT ARE DELETED
      *    OLDEST FIRST. RESTORING A MASTER FROM A CHOSEN
      *    GENERATION - WITH THE COUNT AND KEY VERIFY PASS - IS THE
      *    FILEUTIL REBUILD FUNCTION
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-RETENTION
           DISPLAY "===== GENERATION BACKUP " WS-TODAY " ====="

           PERFORM VARYING FILE-CHOICE FROM 1 BY 1
                   UNTIL FILE-CHOICE > 5
               PERFORM BACKUP-ONE-MASTER
               PERFORM APPLY-RETENTION
           END-PERFORM
               WHEN 4
                   STRING "backup-ksds-users-" WS-TODAY ".dat"
                       DELIMITED BY SIZE INTO WS-BACKUP-FILENAME
               WHEN 5
                   STRING "backup-transactions-" WS-TODAY ".dat"
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

       BACKUP-ONE-MASTER.
