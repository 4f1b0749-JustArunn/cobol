           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

      *    SECOND CONNECTOR ON THE HISTORY FILE FOR THE PER-
               CONTINUE
           ELSE
               PERFORM UNTIL TL-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO TL-EOF-FLAG
                       NOT AT END
               DISPLAY "NO TRANSACTION LOG ON FILE"
           ELSE
               PERFORM UNTIL TL-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO TL-EOF-FLAG
                       NOT AT END
