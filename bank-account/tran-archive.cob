       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD ARCHIVE-FILE.
       COPY TRANARCH.

       WORKING-STORAGE SECTION.
       01 CHOICE              PIC 9 VALUE 0.
       01 INQUIRY-ACC         PIC 9(5).
       01 INQUIRY-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-MENU.
           MOVE 0 TO RETAINED-COUNT
           MOVE 0 TO WS-OPEN-PERIOD

      *    THE LOG IS WALKED IN TIMESTAMP ORDER; EACH ENTRY BEFORE
      *    THE CUTOFF IS WRITTEN TO ITS ARCHIVE AND THEN DELETED
      *    FROM THE LIVE LOG; ENTRIES AT OR AFTER THE CUTOFF ARE
      *    COUNTED AS RETAINED AND THE WALK CONTINUES TO THE END OF
      *    THE LOG
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               DISPLAY "NO TRANSACTION LOG ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO TL-TIMESTAMP
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
                           IF WS-TL-PERIOD < WS-CUTOFF-PERIOD
                               PERFORM ARCHIVE-ONE-ENTRY
                           ELSE
                               ADD 1 TO RETAINED-COUNT
                           END-IF
                   END-READ
               END-IF

               CLOSE TRANSACTION-LOG-FILE

               DISPLAY "ENTRIES ARCHIVED: " ARCHIVED-COUNT
               DISPLAY "ENTRIES RETAINED: " RETAINED-COUNT
               MOVE WS-TL-PERIOD TO WS-OPEN-PERIOD
           END-IF

           MOVE TL-ACC-NUMBER TO AR-ACC-NUMBER
           MOVE TL-TYPE       TO AR-TYPE
           MOVE TL-AMOUNT     TO AR-AMOUNT
           MOVE TL-BALANCE    TO AR-BALANCE
           MOVE TL-TIMESTAMP  TO AR-TIMESTAMP
           MOVE TL-REF        TO AR-REF
           MOVE TL-ORIG-TYPE  TO AR-ORIG-TYPE
           MOVE TL-TELLER     TO AR-TELLER
           MOVE TL-SEQ        TO AR-SEQ
           MOVE TL-BRANCH     TO AR-BRANCH
           WRITE ARCHIVE-REC

           DELETE TRANSACTION-LOG-FILE RECORD
           ADD 1 TO ARCHIVED-COUNT.

       ARCHIVE-INQUIRY.
