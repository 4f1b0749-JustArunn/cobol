       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-RECEIPT-FILE ASSIGN TO "fee-receipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT FEE-CTL-FILE ASSIGN TO "fee-receipt-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-CTL-STATUS.

           SELECT FEE-ACCOUNT-FILE ASSIGN TO "fee-bank-account.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-ACC-STATUS.

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

           SELECT RECEIPT-SORT-FILE ASSIGN TO "fee-receipt.srt".

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD FEE-RECEIPT-FILE.
       COPY FEERCPT.

       FD FEE-CTL-FILE.
       01 FEE-CTL-REC.
           05 FT-NEXT-RECEIPT PIC 9(6).

       FD FEE-ACCOUNT-FILE.
       01 FEE-ACCOUNT-REC.
           05 FA-ACC-NUMBER  PIC 9(5).
      *        THE SCHOOL'S ACCOUNT WITH US THAT FEE CASH IS PAID INTO
           05 FA-FROM-DATE   PIC 9(8).
      *        FIRST RECEIPT DAY BANKED BY THIS RUN; EARLIER DAYS WERE
      *        PAID IN BY HAND AND ARE NEITHER BANKED NOR RECONCILED

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       SD RECEIPT-SORT-FILE.
       01 RECEIPT-SORT-REC.
           05 RS-RECEIPT-NO  PIC 9(6).
           05 RS-DATE        PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-FEE-CTL-STATUS PIC X(2).
       01 WS-FEE-ACC-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 WS-BANK-DATE      PIC 9(8).
       01 WS-FEE-ACC        PIC 9(5).
       01 WS-FROM-DATE      PIC 9(8).
       01 WS-BATCH-REF      PIC X(14).
       01 WS-REF-DATE       PIC 9(8).
       01 WS-REMAINING      PIC 9(9)V99.
       01 WS-PART           PIC 9(5)V99.
       01 WS-DIFF           PIC S9(9)V99.
       01 WS-AMOUNT-EDIT    PIC Z(8)9.99.
       01 WS-AMOUNT-EDIT-2  PIC Z(8)9.99.
       01 WS-DIFF-EDIT      PIC -(8)9.99.
       01 POST-OK-FLAG      PIC X.
       01 BANKED-TOTAL      PIC 9(11)V99.

      *    ONE ENTRY PER RECEIPT DAY: WHAT THE RECEIPTS ADD UP TO
      *    AND WHAT HAS BEEN CREDITED TO THE SCHOOL ACCOUNT UNDER
      *    THAT DAY'S BATCH REFERENCE. A SECOND RUN'S CREDITS FOR A
      *    DAY CARRY A DIFFERENT TIMESTAMP AND MARK IT BANKED TWICE
       01 DAY-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 DAY-TABLE.
           05 RD-ENTRY OCCURS 2000 TIMES INDEXED BY RD-IDX.
               10 RD-DATE       PIC 9(8).
               10 RD-RCPT-COUNT PIC 9(5).
               10 RD-RCPT-TOTAL PIC 9(9)V99.
               10 RD-BANKED     PIC 9(9)V99.
               10 RD-BANK-TS    PIC 9(14).
               10 RD-TWICE      PIC X.
       01 WS-FIND-DATE      PIC 9(8).
       01 DAY-FOUND-FLAG    PIC X.
       01 DAY-FULL-FLAG     PIC X VALUE "N".

      *    RECEIPT NUMBER CHECK AGAINST THE CONTROL FILE
       01 WS-NEXT-RECEIPT   PIC 9(6).
       01 WS-PREV-RECEIPT   PIC 9(6).
       01 WS-GAP-FROM       PIC 9(6).
       01 WS-GAP-TO         PIC 9(6).
       01 SORT-EOF-FLAG     PIC 9.
       01 RECEIPTS-SEEN     PIC 9(7).
       01 GAP-COUNT         PIC 9(5).
       01 DUP-RCPT-COUNT    PIC 9(5).

       01 DAYS-AGREED       PIC 9(5).
       01 DAYS-NOT-BANKED   PIC 9(5).
       01 DAYS-TWICE        PIC 9(5).
       01 DAYS-SHORT        PIC 9(5).
       01 DAYS-OVER         PIC 9(5).

       COPY RPTWS.

       COPY PERCHK.

       LINKAGE SECTION.
       01 FEEBANK-AREA.
           05 FK-BANK-DATE   PIC 9(8).
           05 FK-DAYS-BANKED PIC 9(5).
           05 FK-EXCEPTIONS  PIC 9(5).
           05 FK-STATUS      PIC X(4).

       PROCEDURE DIVISION USING FEEBANK-AREA.

      *    DAILY FEE BANKING, CALLABLE FROM THE NIGHTLY BATCH DRIVER.
      *    EVERY RECEIPT DAY UP TO THE BANKING DATE THAT HAS NOT YET
      *    BEEN BANKED IS PAID INTO THE SCHOOL'S ACCOUNT AS ONE
      *    DEPOSIT, TL-TYPE FEEBANK, WITH BATCH REFERENCE FEE+YYYYMMDD
      *    OF THE RECEIPT DAY (SPLIT ACROSS ENTRIES WHERE THE DAY
      *    EXCEEDS WHAT ONE LOG ENTRY CAN CARRY). A DAY ALREADY
      *    BANKED IS NEVER POSTED AGAIN. THE RUN THEN RECONCILES
      *    EVERY RECEIPT DAY AGAINST THE CREDITS - NOT BANKED, BANKED
      *    TWICE, SHORT OR OVER - AND THE RECEIPT NUMBERS AGAINST
      *    FEE-RECEIPT-CTL.DAT FOR GAPS AND NUMBERS ISSUED TWICE
       FEEBANK-MAIN.
           MOVE 0 TO FK-DAYS-BANKED
           MOVE 0 TO FK-EXCEPTIONS
           MOVE "OK  " TO FK-STATUS
           MOVE 0 TO BANKED-TOTAL

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO FK-STATUS
               GOBACK
           END-IF

           IF FK-BANK-DATE = 0
               MOVE WS-DATE TO WS-BANK-DATE
           ELSE
               MOVE FK-BANK-DATE TO WS-BANK-DATE
           END-IF

           OPEN INPUT FEE-ACCOUNT-FILE
           IF WS-FEE-ACC-STATUS NOT = "00"
               AND WS-FEE-ACC-STATUS NOT = "05"
               DISPLAY "NO fee-bank-account.dat - SCHOOL ACCOUNT NOT "
                   "DESIGNATED"
               MOVE "FAIL" TO FK-STATUS
               GOBACK
           END-IF
           MOVE 0 TO WS-FEE-ACC
           READ FEE-ACCOUNT-FILE
               NOT AT END
                   MOVE FA-ACC-NUMBER TO WS-FEE-ACC
                   MOVE FA-FROM-DATE TO WS-FROM-DATE
           END-READ
           CLOSE FEE-ACCOUNT-FILE
           IF WS-FEE-ACC = 0
               DISPLAY "SCHOOL FEE ACCOUNT NOT DESIGNATED"
               MOVE "FAIL" TO FK-STATUS
               GOBACK
           END-IF

           PERFORM OPEN-BANKING-REPORT
           PERFORM LOAD-RECEIPT-DAYS
           PERFORM LOAD-BANKED-CREDITS
           PERFORM BANK-UNBANKED-DAYS
           PERFORM RECONCILE-DAYS
           PERFORM CHECK-RECEIPT-NUMBERS
           PERFORM WRITE-BANKING-TOTALS

           CLOSE REPORT-FILE
           DISPLAY "FEE DAYS BANKED: " FK-DAYS-BANKED
               "  EXCEPTIONS: " FK-EXCEPTIONS
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           GOBACK.

       OPEN-BANKING-REPORT.
           MOVE SPACES TO RPT-FILENAME
           STRING "fee-banking-" WS-BANK-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SCHOOL FEE BANKING AND RECONCILIATION  "
               WS-BANK-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "RECEIPT DAY   RECEIPTS       COLLECTED          "
               & "BANKED  STATUS" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE SPACES TO RPT-DETAIL
           STRING "SCHOOL ACCOUNT " WS-FEE-ACC
               "   BANKING FROM " WS-FROM-DATE
               " THROUGH " WS-BANK-DATE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       LOAD-RECEIPT-DAYS.
           OPEN INPUT FEE-RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00" OR WS-RECEIPT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FEE-RECEIPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF FR-DATE >= WS-FROM-DATE
                               AND FR-DATE <= WS-BANK-DATE
                               MOVE FR-DATE TO WS-FIND-DATE
                               PERFORM FIND-OR-ADD-DAY
                               IF DAY-FOUND-FLAG = "Y"
                                   ADD 1 TO RD-RCPT-COUNT (RD-IDX)
                                   ADD FR-AMOUNT
                                       TO RD-RCPT-TOTAL (RD-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-RECEIPT-FILE
           END-IF.

       LOAD-BANKED-CREDITS.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE WS-FEE-ACC TO TL-ACC-NUMBER
               MOVE 0 TO TL-SEQ
               START TRANSACTION-LOG-FILE KEY IS >= TL-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TL-ACC-NUMBER NOT = WS-FEE-ACC
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF TL-TYPE = "FEEBANK "
                                   AND TL-REF (1:3) = "FEE"
                                   PERFORM TAKE-BANKED-CREDIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       TAKE-BANKED-CREDIT.
           MOVE TL-REF (4:8) TO WS-REF-DATE
           IF WS-REF-DATE >= WS-FROM-DATE
               AND WS-REF-DATE <= WS-BANK-DATE
               MOVE WS-REF-DATE TO WS-FIND-DATE
               PERFORM FIND-OR-ADD-DAY
               IF DAY-FOUND-FLAG = "Y"
                   ADD TL-AMOUNT TO RD-BANKED (RD-IDX)
                   IF RD-BANK-TS (RD-IDX) = 0
                       MOVE TL-TIMESTAMP TO RD-BANK-TS (RD-IDX)
                   ELSE
                       IF TL-TIMESTAMP NOT = RD-BANK-TS (RD-IDX)
                           MOVE "Y" TO RD-TWICE (RD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-DAY.
           MOVE "N" TO DAY-FOUND-FLAG
           IF DAY-TABLE-COUNT > 0
               PERFORM VARYING RD-IDX FROM 1 BY 1
                       UNTIL RD-IDX > DAY-TABLE-COUNT
                          OR DAY-FOUND-FLAG = "Y"
                   IF RD-DATE (RD-IDX) = WS-FIND-DATE
                       MOVE "Y" TO DAY-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF DAY-FOUND-FLAG = "Y"
                   SET RD-IDX DOWN BY 1
               END-IF
           END-IF

           IF DAY-FOUND-FLAG = "N"
               IF DAY-TABLE-COUNT < 2000
                   ADD 1 TO DAY-TABLE-COUNT
                   SET RD-IDX TO DAY-TABLE-COUNT
                   MOVE WS-FIND-DATE TO RD-DATE (RD-IDX)
                   MOVE 0 TO RD-RCPT-COUNT (RD-IDX)
                   MOVE 0 TO RD-RCPT-TOTAL (RD-IDX)
                   MOVE 0 TO RD-BANKED (RD-IDX)
                   MOVE 0 TO RD-BANK-TS (RD-IDX)
                   MOVE "N" TO RD-TWICE (RD-IDX)
                   MOVE "Y" TO DAY-FOUND-FLAG
               ELSE
                   IF DAY-FULL-FLAG = "N"
                       DISPLAY "WARNING: RECEIPT DAY TABLE FULL - "
                           "MOVE FA-FROM-DATE FORWARD"
                       MOVE "Y" TO DAY-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       BANK-UNBANKED-DAYS.
           IF DAY-TABLE-COUNT > 0
               OPEN I-O ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS NOT = "00"
                   AND WS-ACCOUNT-STATUS NOT = "05"
                   DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                       WS-ACCOUNT-STATUS
                   MOVE "FAIL" TO FK-STATUS
               ELSE
                   MOVE WS-FEE-ACC TO ACC-NUMBER
                   MOVE "Y" TO POST-OK-FLAG
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "N" TO POST-OK-FLAG
                           MOVE "SCHOOL ACCOUNT NOT ON FILE - "
                               & "NOTHING BANKED" TO RPT-DETAIL
                   END-READ
                   IF POST-OK-FLAG = "Y" AND ACC-CLOSED-FLAG = "C"
                       MOVE "N" TO POST-OK-FLAG
                       MOVE "SCHOOL ACCOUNT IS CLOSED - NOTHING BANKED"
                           TO RPT-DETAIL
                   END-IF
                   IF POST-OK-FLAG = "N"
                       PERFORM WRITE-REPORT-LINE
                       DISPLAY RPT-DETAIL
                       MOVE "FAIL" TO FK-STATUS
                   ELSE
                       PERFORM VARYING RD-IDX FROM 1 BY 1
                               UNTIL RD-IDX > DAY-TABLE-COUNT
                           IF RD-RCPT-TOTAL (RD-IDX) > 0
                               AND RD-BANK-TS (RD-IDX) = 0
                               PERFORM BANK-ONE-DAY
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

       BANK-ONE-DAY.
      *    TL-AMOUNT CARRIES FIVE WHOLE DIGITS, SO A LARGER DAY GOES
      *    IN AS SEVERAL ENTRIES UNDER THE ONE BATCH REFERENCE AND
      *    TIMESTAMP; THE RECONCILIATION ADDS THEM BACK TOGETHER
           MOVE SPACES TO WS-BATCH-REF
           STRING "FEE" RD-DATE (RD-IDX)
               DELIMITED BY SIZE INTO WS-BATCH-REF
           MOVE RD-RCPT-TOTAL (RD-IDX) TO WS-REMAINING

           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           PERFORM UNTIL WS-REMAINING = 0
               IF WS-REMAINING > 99999.99
                   MOVE 99999.99 TO WS-PART
               ELSE
                   MOVE WS-REMAINING TO WS-PART
               END-IF
               SUBTRACT WS-PART FROM WS-REMAINING
               ADD WS-PART TO BALANCE

               MOVE ACC-NUMBER    TO TL-ACC-NUMBER
               MOVE "FEEBANK "    TO TL-TYPE
               MOVE WS-PART       TO TL-AMOUNT
               MOVE BALANCE       TO TL-BALANCE
               MOVE WS-TIMESTAMP  TO TL-TIMESTAMP
               MOVE WS-BATCH-REF  TO TL-REF
               MOVE SPACES        TO TL-ORIG-TYPE
               MOVE 0             TO TL-TELLER
               MOVE ACC-BRANCH    TO TL-BRANCH
               CALL "TRANSEQ" USING TRANSEQ-AREA
               MOVE TS-SEQ TO TL-SEQ
               WRITE TRANSACTION-LOG-REC
           END-PERFORM

           CLOSE TRANSACTION-LOG-FILE
           REWRITE ACCOUNT-REC

           MOVE RD-RCPT-TOTAL (RD-IDX) TO RD-BANKED (RD-IDX)
           MOVE WS-TIMESTAMP TO RD-BANK-TS (RD-IDX)
           ADD 1 TO FK-DAYS-BANKED
           ADD RD-RCPT-TOTAL (RD-IDX) TO BANKED-TOTAL

           MOVE RD-RCPT-TOTAL (RD-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "BANKED " WS-BATCH-REF " " WS-AMOUNT-EDIT
               " TO ACCOUNT " WS-FEE-ACC
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL.

       RECONCILE-DAYS.
           MOVE 0 TO DAYS-AGREED
           MOVE 0 TO DAYS-NOT-BANKED
           MOVE 0 TO DAYS-TWICE
           MOVE 0 TO DAYS-SHORT
           MOVE 0 TO DAYS-OVER

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "RECEIPT DAYS NOT IN AGREEMENT WITH THE CREDITS"
               TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           IF DAY-TABLE-COUNT > 0
               PERFORM VARYING RD-IDX FROM 1 BY 1
                       UNTIL RD-IDX > DAY-TABLE-COUNT
                   PERFORM RECONCILE-ONE-DAY
               END-PERFORM
           END-IF

           IF DAYS-NOT-BANKED + DAYS-TWICE + DAYS-SHORT + DAYS-OVER
               = 0
               MOVE "  NONE - EVERY RECEIPT DAY AGREES" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RECONCILE-ONE-DAY.
           COMPUTE WS-DIFF =
               RD-BANKED (RD-IDX) - RD-RCPT-TOTAL (RD-IDX)
           MOVE SPACES TO RPT-DETAIL
           EVALUATE TRUE
               WHEN RD-RCPT-TOTAL (RD-IDX) > 0
                   AND RD-BANKED (RD-IDX) = 0
                   ADD 1 TO DAYS-NOT-BANKED
                   MOVE "NOT BANKED" TO RPT-DETAIL (63:18)
               WHEN RD-TWICE (RD-IDX) = "Y"
                   ADD 1 TO DAYS-TWICE
                   MOVE "BANKED TWICE" TO RPT-DETAIL (63:18)
               WHEN WS-DIFF < 0
                   ADD 1 TO DAYS-SHORT
                   MOVE "SHORT-BANKED" TO RPT-DETAIL (63:18)
               WHEN WS-DIFF > 0
                   ADD 1 TO DAYS-OVER
                   IF RD-RCPT-COUNT (RD-IDX) = 0
                       MOVE "NO RECEIPTS" TO RPT-DETAIL (63:18)
                   ELSE
                       MOVE "OVER-BANKED" TO RPT-DETAIL (63:18)
                   END-IF
               WHEN OTHER
                   ADD 1 TO DAYS-AGREED
           END-EVALUATE

           IF RPT-DETAIL NOT = SPACES
               ADD 1 TO FK-EXCEPTIONS
               MOVE RD-RCPT-TOTAL (RD-IDX) TO WS-AMOUNT-EDIT
               MOVE RD-BANKED (RD-IDX) TO WS-AMOUNT-EDIT-2
               MOVE RD-DATE (RD-IDX) TO RPT-DETAIL (1:8)
               MOVE RD-RCPT-COUNT (RD-IDX) TO RPT-DETAIL (15:5)
               MOVE WS-AMOUNT-EDIT TO RPT-DETAIL (24:12)
               MOVE WS-AMOUNT-EDIT-2 TO RPT-DETAIL (40:12)
               IF WS-DIFF NOT = 0
                   AND RD-RCPT-TOTAL (RD-IDX) > 0
                   AND RD-BANKED (RD-IDX) > 0
                   MOVE WS-DIFF TO WS-DIFF-EDIT
                   MOVE WS-DIFF-EDIT TO RPT-DETAIL (67:12)
               END-IF
               PERFORM WRITE-REPORT-LINE
               DISPLAY RPT-DETAIL
           END-IF.

       CHECK-RECEIPT-NUMBERS.
      *    EVERY NUMBER BELOW THE CONTROL FILE'S NEXT NUMBER SHOULD
      *    BE ON FEE-RECEIPTS.DAT EXACTLY ONCE
           MOVE 1 TO WS-NEXT-RECEIPT
           OPEN INPUT FEE-CTL-FILE
           IF WS-FEE-CTL-STATUS = "00" OR WS-FEE-CTL-STATUS = "05"
               READ FEE-CTL-FILE
                   NOT AT END
                       MOVE FT-NEXT-RECEIPT TO WS-NEXT-RECEIPT
               END-READ
               CLOSE FEE-CTL-FILE
           END-IF

           MOVE 0 TO GAP-COUNT
           MOVE 0 TO DUP-RCPT-COUNT
           MOVE 0 TO RECEIPTS-SEEN
           MOVE 0 TO WS-PREV-RECEIPT

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "RECEIPT NUMBER CHECK - CONTROL NEXT NUMBER "
               WS-NEXT-RECEIPT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           SORT RECEIPT-SORT-FILE
               ON ASCENDING KEY RS-RECEIPT-NO
               INPUT PROCEDURE IS RELEASE-RECEIPT-NUMBERS
               OUTPUT PROCEDURE IS WALK-RECEIPT-NUMBERS

           IF WS-PREV-RECEIPT + 1 < WS-NEXT-RECEIPT
               COMPUTE WS-GAP-FROM = WS-PREV-RECEIPT + 1
               COMPUTE WS-GAP-TO = WS-NEXT-RECEIPT - 1
               PERFORM REPORT-RECEIPT-GAP
           END-IF

           IF GAP-COUNT + DUP-RCPT-COUNT = 0
               MOVE "  NO GAPS OR REPEATED NUMBERS" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RELEASE-RECEIPT-NUMBERS.
           OPEN INPUT FEE-RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00" OR WS-RECEIPT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FEE-RECEIPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE FR-RECEIPT-NO TO RS-RECEIPT-NO
                           MOVE FR-DATE TO RS-DATE
                           RELEASE RECEIPT-SORT-REC
                   END-READ
               END-PERFORM
               CLOSE FEE-RECEIPT-FILE
           END-IF.

       WALK-RECEIPT-NUMBERS.
           MOVE 0 TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF-FLAG = 1
               RETURN RECEIPT-SORT-FILE
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-RECEIPT-NUMBER
               END-RETURN
           END-PERFORM.

       CHECK-ONE-RECEIPT-NUMBER.
           ADD 1 TO RECEIPTS-SEEN
           EVALUATE TRUE
               WHEN RS-RECEIPT-NO = WS-PREV-RECEIPT
                   ADD 1 TO DUP-RCPT-COUNT
                   ADD 1 TO FK-EXCEPTIONS
                   MOVE SPACES TO RPT-DETAIL
                   STRING "  RECEIPT " RS-RECEIPT-NO
                       " ISSUED MORE THAN ONCE (ALSO " RS-DATE ")"
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY RPT-DETAIL
               WHEN RS-RECEIPT-NO > WS-PREV-RECEIPT + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-RECEIPT + 1
                   COMPUTE WS-GAP-TO = RS-RECEIPT-NO - 1
                   PERFORM REPORT-RECEIPT-GAP
           END-EVALUATE

           IF RS-RECEIPT-NO >= WS-NEXT-RECEIPT
               AND RS-RECEIPT-NO NOT = WS-PREV-RECEIPT
               ADD 1 TO FK-EXCEPTIONS
               MOVE SPACES TO RPT-DETAIL
               STRING "  RECEIPT " RS-RECEIPT-NO
                   " IS AT OR ABOVE THE CONTROL NEXT NUMBER"
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               DISPLAY RPT-DETAIL
           END-IF

           MOVE RS-RECEIPT-NO TO WS-PREV-RECEIPT.

       REPORT-RECEIPT-GAP.
           ADD 1 TO GAP-COUNT
           ADD 1 TO FK-EXCEPTIONS
           MOVE SPACES TO RPT-DETAIL
           IF WS-GAP-FROM = WS-GAP-TO
               STRING "  RECEIPT " WS-GAP-FROM " MISSING"
                   DELIMITED BY SIZE INTO RPT-DETAIL
           ELSE
               STRING "  RECEIPTS " WS-GAP-FROM " TO " WS-GAP-TO
                   " MISSING"
                   DELIMITED BY SIZE INTO RPT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL.

       WRITE-BANKING-TOTALS.
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE BANKED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "DAYS BANKED THIS RUN " FK-DAYS-BANKED
               "   AMOUNT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "DAYS AGREED " DAYS-AGREED
               "  NOT BANKED " DAYS-NOT-BANKED
               "  TWICE " DAYS-TWICE
               "  SHORT " DAYS-SHORT
               "  OVER " DAYS-OVER
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "RECEIPTS ON FILE " RECEIPTS-SEEN
               "  NUMBER GAPS " GAP-COUNT
               "  REPEATED NUMBERS " DUP-RCPT-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

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
