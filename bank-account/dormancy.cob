           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
       COPY TRANLOG.

       FD ARCHIVE-FILE.
       COPY TRANARCH.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
       LOG-REACTIVATION.
      *    THE REACTIVATION RIDES THE TRANSACTION LOG SO THE
      *    AUDITORS SEE WHO WOKE THE ACCOUNT AND WHEN
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES        TO TL-REF
           MOVE SPACES        TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ
