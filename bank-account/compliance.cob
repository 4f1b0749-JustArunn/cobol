       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-DATE * 1000000
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TIMESTAMP
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TL-TIMESTAMP (1:8) > WS-DATE
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                           IF TL-TIMESTAMP (1:8) = WS-DATE
                               PERFORM SWEEP-ONE-ENTRY
                           END-IF
