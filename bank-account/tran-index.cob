       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANIDX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-LOG-FILE ASSIGN TO "transactions-seq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT REJECT-FILE ASSIGN TO "tranlog-rejects.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SEQ-LOG-FILE.
       COPY TRANARCH REPLACING
           ==ARCHIVE-REC== BY ==SEQ-LOG-REC==
           LEADING ==AR== BY ==SL==.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD REJECT-FILE.
       COPY TRANARCH REPLACING
           ==ARCHIVE-REC== BY ==REJECT-REC==
           LEADING ==AR== BY ==RJ==.

       FD ARCHIVE-FILE.
       COPY TRANARCH.

       WORKING-STORAGE SECTION.
       01 WS-SEQ-STATUS     PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X VALUE "N".
       01 READ-COUNT        PIC 9(9) VALUE 0.
       01 LOADED-COUNT      PIC 9(9) VALUE 0.
       01 REJECT-COUNT      PIC 9(9) VALUE 0.
       01 ARCHIVED-COUNT    PIC 9(9) VALUE 0.
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME PIC X(22).
       01 WS-SL-PERIOD      PIC 9(6).
       01 WS-OPEN-PERIOD    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *    ONE-TIME CONVERSION: RENAME THE LIVE SEQUENTIAL
      *    TRANSACTIONS.DAT TO TRANSACTIONS-SEQ.DAT FIRST, THEN RUN
      *    THIS PROGRAM TO LOAD IT INTO THE KEYED LIVE LOG. THE
      *    SEQUENCE NUMBERS ARE CARRIED ACROSS UNCHANGED, SO
      *    TRANLOG-SEQ.DAT NEEDS NO ADJUSTMENT. AN ENTRY WRITTEN
      *    BEFORE SEQUENCE NUMBERS (SEQUENCE ZERO) CANNOT BE KEYED
      *    ONCE ITS ACCOUNT HAS ONE, SO EVERY SUCH ENTRY GOES TO THE
      *    DATED ARCHIVE FOR ITS MONTH, WHERE THE HISTORY READERS
      *    AND THE ACCOUNT PROOF ALREADY LOOK. AN ENTRY WHOSE
      *    ACCOUNT AND NON-ZERO SEQUENCE ARE ALREADY LOADED GOES TO
      *    TRANLOG-REJECTS.DAT FOR INVESTIGATION, AS IT IS WHAT THE
      *    END-OF-DAY CHECK WOULD HAVE REPORTED AS A DUPLICATE
       MAIN-PARA.
           OPEN INPUT SEQ-LOG-FILE
           IF WS-SEQ-STATUS = "35"
               DISPLAY "transactions-seq.dat NOT FOUND - RENAME THE "
                   "LIVE FILE FIRST"
           ELSE
               OPEN OUTPUT TRANSACTION-LOG-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM LOAD-ALL-ENTRIES
               IF WS-OPEN-PERIOD NOT = 0
                   CLOSE ARCHIVE-FILE
               END-IF
               CLOSE REJECT-FILE
               CLOSE TRANSACTION-LOG-FILE
               CLOSE SEQ-LOG-FILE

               DISPLAY "LOG ENTRIES READ    : " READ-COUNT
               DISPLAY "LOG ENTRIES LOADED  : " LOADED-COUNT
               DISPLAY "LOG ENTRIES ARCHIVED: " ARCHIVED-COUNT
               DISPLAY "LOG ENTRIES REJECTED: " REJECT-COUNT
               IF ARCHIVED-COUNT > 0
                   DISPLAY "UNSEQUENCED ENTRIES WRITTEN TO "
                       "tranarch-YYYYMM.dat BY MONTH"
               END-IF
               IF REJECT-COUNT > 0
                   DISPLAY "REJECTED ENTRIES WRITTEN TO "
                       "tranlog-rejects.dat"
               END-IF
           END-IF

           STOP RUN.

       LOAD-ALL-ENTRIES.
           MOVE "N" TO EOF-FLAG

           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEQ-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SL-SEQ = 0
                           PERFORM ARCHIVE-UNSEQUENCED-ENTRY
                       ELSE
                           PERFORM LOAD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-ENTRY.
           MOVE SL-ACC-NUMBER TO TL-ACC-NUMBER
           MOVE SL-SEQ        TO TL-SEQ
           MOVE SL-TYPE       TO TL-TYPE
           MOVE SL-AMOUNT     TO TL-AMOUNT
           MOVE SL-BALANCE    TO TL-BALANCE
           MOVE SL-TIMESTAMP  TO TL-TIMESTAMP
           MOVE SL-REF        TO TL-REF
           MOVE SL-ORIG-TYPE  TO TL-ORIG-TYPE
           MOVE SL-TELLER     TO TL-TELLER
      *    ENTRIES FROM BEFORE BRANCHES BELONG TO THE HEAD OFFICE
           IF SL-BRANCH NUMERIC
               MOVE SL-BRANCH TO TL-BRANCH
           ELSE
               MOVE 1 TO TL-BRANCH
           END-IF

           WRITE TRANSACTION-LOG-REC
               INVALID KEY
                   MOVE SEQ-LOG-REC TO REJECT-REC
                   WRITE REJECT-REC
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO LOADED-COUNT
           END-WRITE.

       ARCHIVE-UNSEQUENCED-ENTRY.
      *    THE ARCHIVE FILE IS SWITCHED WHENEVER THE ENTRY MONTH
      *    CHANGES, AS IN THE MONTH-END ROLLOVER
           DIVIDE SL-TIMESTAMP BY 100000000 GIVING WS-SL-PERIOD
           IF WS-SL-PERIOD NOT = WS-OPEN-PERIOD
               IF WS-OPEN-PERIOD NOT = 0
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "tranarch-" WS-SL-PERIOD ".dat"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE WS-SL-PERIOD TO WS-OPEN-PERIOD
           END-IF

           MOVE SEQ-LOG-REC TO ARCHIVE-REC
           WRITE ARCHIVE-REC
           ADD 1 TO ARCHIVED-COUNT.
