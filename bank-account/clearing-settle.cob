       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRSETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTWARD-CLEARING-FILE
           ASSIGN TO "outward-clearing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTCLR-STATUS.

           SELECT OUTCLR-TEMP-FILE ASSIGN TO "outward-clearing.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD OUTWARD-CLEARING-FILE.
       COPY OUTCLR.

       FD OUTCLR-TEMP-FILE.
       COPY OUTCLR REPLACING
           ==OUTWARD-CLEARING-REC== BY ==OUTCLR-TEMP-REC==
           LEADING ==OC== BY ==OT==.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 WS-OUTCLR-STATUS  PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 WS-OUTCLR-FILENAME PIC X(25) VALUE "outward-clearing.dat".
       01 WS-OUTCLR-TEMP-FILENAME PIC X(25)
           VALUE "outward-clearing.tmp".
       01 WS-AMOUNT-EDIT    PIC Z(4)9.99.

      *    RETURNED ITEMS ARE CHARGED ONCE ACCOUNTS.DAT IS CLOSED
      *    AFTER THE RUN, SINCE CHGPOST OPENS IT ITSELF
       01 RTN-CHG-COUNT     PIC 9(4) VALUE 0.
       01 RTN-CHG-TABLE.
           05 RTN-CHG-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10 RC-ACC-NUMBER PIC 9(5).
               10 RC-CHQ-NUMBER PIC 9(6).

       COPY CHGPOST.
       COPY RPTWS.

       COPY PERCHK.

       LINKAGE SECTION.
       01 CLRSETTLE-AREA.
           05 CX-RELEASED    PIC 9(5).
           05 CX-RETURNED    PIC 9(5).
           05 CX-STATUS      PIC X(4).

       PROCEDURE DIVISION USING CLRSETTLE-AREA.

      *    OUTWARD CLEARING SETTLEMENT, CALLABLE FROM THE NIGHTLY
      *    BATCH DRIVER. A LODGED CHEQUE WHOSE CLEARING DATE HAS
      *    COME HAS ITS FUNDS RELEASED FROM THE HOLD; ONE THE DRAWEE
      *    BANK HAS RETURNED IS REVERSED OUT OF THE ACCOUNT AND
      *    CARRIES THE ORTN RETURN CHARGE. ANYTHING ELSE WAITS
       CLRSETTLE-MAIN.
           MOVE 0 TO CX-RELEASED
           MOVE 0 TO CX-RETURNED
           MOVE "OK  " TO CX-STATUS
           MOVE 0 TO RTN-CHG-COUNT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO CX-STATUS
               GOBACK
           END-IF

           OPEN INPUT OUTWARD-CLEARING-FILE
           IF WS-OUTCLR-STATUS = "35"
               DISPLAY "NO OUTWARD CLEARING ITEMS ON FILE"
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               AND WS-ACCOUNT-STATUS NOT = "05"
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               CLOSE OUTWARD-CLEARING-FILE
               MOVE "FAIL" TO CX-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT OUTCLR-TEMP-FILE
           PERFORM OPEN-SETTLEMENT-REPORT

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OUTWARD-CLEARING-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OC-STATUS = "DISHONRD"
                               PERFORM REVERSE-RETURNED-ITEM
                           WHEN OC-STATUS = "LODGED  "
                               AND OC-CLEAR-DATE <= WS-DATE
                               PERFORM RELEASE-CLEARED-ITEM
                       END-EVALUATE
                       MOVE OUTWARD-CLEARING-REC TO OUTCLR-TEMP-REC
                       WRITE OUTCLR-TEMP-REC
               END-READ
           END-PERFORM

           CLOSE OUTWARD-CLEARING-FILE
           CLOSE OUTCLR-TEMP-FILE
           CLOSE ACCOUNT-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES OUTWARD-CLEARING.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-OUTCLR-TEMP-FILENAME
               WS-OUTCLR-FILENAME

           PERFORM CHARGE-RETURNED-ITEMS

           MOVE SPACES TO RPT-DETAIL
           STRING "RELEASED " CX-RELEASED "  RETURNED " CX-RETURNED
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "CLEARED FUNDS RELEASED: " CX-RELEASED
           DISPLAY "RETURNED ITEMS REVERSED: " CX-RETURNED
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           GOBACK.

       RELEASE-CLEARED-ITEM.
           MOVE OC-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " OC-ACC-NUMBER " NOT ON FILE - "
                       "LODGEMENT " OC-LODGE-NO " LEFT UNCLEARED"
               NOT INVALID KEY
                   IF ACC-HOLD-AMT > OC-AMOUNT
                       SUBTRACT OC-AMOUNT FROM ACC-HOLD-AMT
                   ELSE
                       MOVE 0 TO ACC-HOLD-AMT
                   END-IF
                   REWRITE ACCOUNT-REC
                   MOVE "CLEARED " TO OC-STATUS
                   MOVE WS-DATE TO OC-SETTLE-DATE
                   ADD 1 TO CX-RELEASED
                   MOVE OC-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO RPT-DETAIL
                   STRING OC-LODGE-NO "  " OC-ACC-NUMBER "  "
                       OC-CHQ-NUMBER "  " WS-AMOUNT-EDIT
                       "  CLEARED - FUNDS RELEASED"
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       REVERSE-RETURNED-ITEM.
      *    THE REVERSAL ALWAYS POSTS: THE HOLD KEPT THE FUNDS IN THE
      *    ACCOUNT, AND A CLOSED ACCOUNT COULD NOT HAVE BEEN CLOSED
      *    WITH THE HOLD STILL ON IT
           MOVE OC-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " OC-ACC-NUMBER " NOT ON FILE - "
                       "LODGEMENT " OC-LODGE-NO " NOT REVERSED"
               NOT INVALID KEY
                   SUBTRACT OC-AMOUNT FROM BALANCE
                   IF ACC-HOLD-AMT > OC-AMOUNT
                       SUBTRACT OC-AMOUNT FROM ACC-HOLD-AMT
                   ELSE
                       MOVE 0 TO ACC-HOLD-AMT
                   END-IF
                   REWRITE ACCOUNT-REC
                   PERFORM LOG-RETURN-DEBIT
                   MOVE "RETURNED" TO OC-STATUS
                   MOVE WS-DATE TO OC-SETTLE-DATE
                   ADD 1 TO CX-RETURNED
                   MOVE OC-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO RPT-DETAIL
                   STRING OC-LODGE-NO "  " OC-ACC-NUMBER "  "
                       OC-CHQ-NUMBER "  " WS-AMOUNT-EDIT
                       "  RETURNED - " OC-RETURN-REASON
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
                   IF RTN-CHG-COUNT < 500
                       ADD 1 TO RTN-CHG-COUNT
                       SET RC-IDX TO RTN-CHG-COUNT
                       MOVE OC-ACC-NUMBER TO RC-ACC-NUMBER (RC-IDX)
                       MOVE OC-CHQ-NUMBER TO RC-CHQ-NUMBER (RC-IDX)
                   ELSE
                       DISPLAY "WARNING: RETURN CHARGE TABLE FULL - "
                           "LODGEMENT " OC-LODGE-NO " NOT CHARGED"
                   END-IF
           END-READ.

       LOG-RETURN-DEBIT.
      *    THE LODGEMENT NUMBER RIDES IN TL-REF, MATCHING THE
      *    CHQLODGE CREDIT IT UNDOES
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE OC-ACC-NUMBER TO TL-ACC-NUMBER
           MOVE "CHQRTN  " TO TL-TYPE
           MOVE OC-AMOUNT TO TL-AMOUNT
           MOVE BALANCE TO TL-BALANCE
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP
           MOVE SPACES TO TL-REF
           STRING "OCL" OC-LODGE-NO DELIMITED BY SIZE INTO TL-REF
           MOVE SPACES TO TL-ORIG-TYPE
           MOVE 0 TO TL-TELLER
           MOVE ACC-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       CHARGE-RETURNED-ITEMS.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RTN-CHG-COUNT
               MOVE "ORTN" TO CP-EVENT
               MOVE RC-ACC-NUMBER (RC-IDX) TO CP-ACC-NUMBER
               MOVE SPACES TO CP-REF-DETAIL
               MOVE RC-CHQ-NUMBER (RC-IDX) TO CP-REF-DETAIL (1:6)
               MOVE 0 TO CP-TELLER
               CALL "CHGPOST" USING CHGPOST-AREA

               MOVE SPACES TO RPT-DETAIL
               EVALUATE CP-RESULT
                   WHEN "P"
                       STRING CP-ACC-NUMBER "  RETURN CHARGE "
                           CP-AMOUNT
                           DELIMITED BY SIZE INTO RPT-DETAIL
                   WHEN "W"
                       STRING CP-ACC-NUMBER "  RETURN CHARGE WAIVED"
                           DELIMITED BY SIZE INTO RPT-DETAIL
                   WHEN "B"
                   WHEN "I"
                       STRING CP-ACC-NUMBER "  RETURN CHARGE "
                           CP-AMOUNT " NOT RECOVERED"
                           DELIMITED BY SIZE INTO RPT-DETAIL
               END-EVALUATE
               IF RPT-DETAIL NOT = SPACES
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       OPEN-SETTLEMENT-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "clearing-settlement-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "OUTWARD CLEARING SETTLEMENT " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "LODGE   ACCOUNT CHEQUE   AMOUNT    OUTCOME"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO RPT-PAGE-NUM
           MOVE RPT-TITLE TO RPT-H-TITLE
           MOVE RPT-PAGE-NUM TO RPT-H-PAGE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO RPT-LINE-COUNT.
