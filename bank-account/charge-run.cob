       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD RATES-FILE.
       COPY PAYRATES.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 RATES-EOF-FLAG    PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-PERIOD         PIC 9(6).
       01 WS-BEST-EFF-DATE  PIC 9(8).
       01 WS-RUN-REF        PIC X(14).
       01 WS-SKIPPED        PIC 9(5).
       01 WS-WAIVED         PIC 9(5).

       01 MIN-SAVINGS-BALANCE PIC 9(6) VALUE 1000.

      *    ACCOUNTS ALREADY CHARGED FOR THE PERIOD, SO A RERUN OF
      *    THE SAME MONTH NEVER CHARGES TWICE
       01 DONE-COUNT        PIC 9(5) VALUE 0.
       01 DONE-TABLE.
           05 DONE-ACC OCCURS 9999 TIMES INDEXED BY DN-IDX
                                   PIC 9(5).
       01 DONE-FLAG         PIC X.

      *    ACCOUNTS.DAT IS CLOSED BEFORE ANY CHARGE IS TAKEN, SINCE
      *    CHGPOST OPENS IT ITSELF
       01 CAND-COUNT        PIC 9(5) VALUE 0.
       01 CAND-TABLE.
           05 CAND-ACC OCCURS 9999 TIMES INDEXED BY CN-IDX
                                   PIC 9(5).

       COPY CHGPOST.
       COPY RPTWS.

       COPY PERCHK.

       LINKAGE SECTION.
       01 CHGRUN-AREA.
           05 CG-MODE        PIC X(4).
           05 CG-PERIOD      PIC 9(6).
           05 CG-CHARGED     PIC 9(5).
           05 CG-STATUS      PIC X(4).

       PROCEDURE DIVISION USING CHGRUN-AREA.

      *    PERIODIC SERVICE CHARGES, CALLABLE FROM THE CHARGES MENU
      *    OR THE NIGHTLY BATCH DRIVER. MNTH TAKES THE MONTHLY
      *    MAINTENANCE FEE FROM EVERY OPEN ACCOUNT; MINB CHARGES
      *    SAVINGS ACCOUNTS STANDING BELOW THE MINIMUM BALANCE,
      *    AT MOST ONCE A MONTH. THE SCHEDULE DECIDES AMOUNTS AND
      *    WHICH ACCOUNT TYPES PAY
       CHGRUN-MAIN.
           MOVE 0 TO CG-CHARGED
           MOVE "OK  " TO CG-STATUS
           MOVE 0 TO WS-SKIPPED
           MOVE 0 TO WS-WAIVED
           MOVE 0 TO DONE-COUNT
           MOVE 0 TO CAND-COUNT

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO CG-STATUS
               GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           IF CG-PERIOD = 0
               DIVIDE WS-DATE BY 100 GIVING WS-PERIOD
           ELSE
               MOVE CG-PERIOD TO WS-PERIOD
           END-IF

           IF CG-MODE NOT = "MNTH" AND CG-MODE NOT = "MINB"
               DISPLAY "UNKNOWN CHARGE RUN MODE " CG-MODE
               MOVE "FAIL" TO CG-STATUS
               GOBACK
           END-IF

           MOVE SPACES TO WS-RUN-REF
           STRING CG-MODE WS-PERIOD DELIMITED BY SIZE
               INTO WS-RUN-REF

           PERFORM LOAD-BANK-RATES
           PERFORM LOAD-DONE-ACCOUNTS
           PERFORM SELECT-CANDIDATES
           IF CG-STATUS = "FAIL"
               GOBACK
           END-IF

           PERFORM OPEN-CHARGE-REPORT

           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > CAND-COUNT
               PERFORM CHARGE-ONE-CANDIDATE
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL
           STRING "CHARGED " CG-CHARGED "  WAIVED " WS-WAIVED
               "  NOT RECOVERED " WS-SKIPPED
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "ACCOUNTS CHARGED " CG-MODE ": " CG-CHARGED
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           GOBACK.

       LOAD-DONE-ACCOUNTS.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TL-TYPE = "SVCCHG  "
                               AND TL-REF = WS-RUN-REF
                               AND DONE-COUNT < 9999
                               ADD 1 TO DONE-COUNT
                               SET DN-IDX TO DONE-COUNT
                               MOVE TL-ACC-NUMBER TO DONE-ACC (DN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       SELECT-CANDIDATES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ACC-CLOSED-FLAG NOT = "C"
                               PERFORM CHECK-ONE-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               MOVE "FAIL" TO CG-STATUS
           END-IF.

       CHECK-ONE-CANDIDATE.
      *    THE DONE FLAG ALSO KEEPS SAVINGS AT OR ABOVE THE FLOOR
      *    OUT OF A MINIMUM-BALANCE RUN
           MOVE "N" TO DONE-FLAG
           IF CG-MODE = "MINB"
               IF ACC-TYPE NOT = "S"
                   OR BALANCE NOT < MIN-SAVINGS-BALANCE
                   MOVE "Y" TO DONE-FLAG
               END-IF
           END-IF

           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > DONE-COUNT OR DONE-FLAG = "Y"
               IF DONE-ACC (DN-IDX) = ACC-NUMBER
                   MOVE "Y" TO DONE-FLAG
               END-IF
           END-PERFORM

           IF DONE-FLAG = "N" AND CAND-COUNT < 9999
               ADD 1 TO CAND-COUNT
               SET CN-IDX TO CAND-COUNT
               MOVE ACC-NUMBER TO CAND-ACC (CN-IDX)
           END-IF.

       CHARGE-ONE-CANDIDATE.
           MOVE CG-MODE TO CP-EVENT
           MOVE CAND-ACC (CN-IDX) TO CP-ACC-NUMBER
           MOVE WS-PERIOD TO CP-REF-DETAIL
           MOVE 0 TO CP-TELLER
           CALL "CHGPOST" USING CHGPOST-AREA

           MOVE SPACES TO RPT-DETAIL
           EVALUATE CP-RESULT
               WHEN "P"
                   ADD 1 TO CG-CHARGED
                   STRING CP-ACC-NUMBER "  CHARGED    " CP-AMOUNT
                       DELIMITED BY SIZE INTO RPT-DETAIL
               WHEN "W"
                   ADD 1 TO WS-WAIVED
                   STRING CP-ACC-NUMBER "  WAIVED     " CP-AMOUNT
                       DELIMITED BY SIZE INTO RPT-DETAIL
               WHEN "B"
               WHEN "I"
                   ADD 1 TO WS-SKIPPED
                   STRING CP-ACC-NUMBER "  NOT TAKEN  " CP-AMOUNT
                       "  SEE charge-unrecovered.dat"
                       DELIMITED BY SIZE INTO RPT-DETAIL
           END-EVALUATE
           IF RPT-DETAIL NOT = SPACES
               PERFORM WRITE-REPORT-LINE
           END-IF.

       OPEN-CHARGE-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "service-charges-" CG-MODE "-" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SERVICE CHARGE RUN " CG-MODE "  PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "ACCOUNT OUTCOME    AMOUNT" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

       LOAD-BANK-RATES.
      *    PICK THE RATE SET IN FORCE TODAY FOR THE MINIMUM SAVINGS
      *    BALANCE FLOOR
           MOVE 0 TO WS-BEST-EFF-DATE

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
               MOVE "N" TO RATES-EOF-FLAG
               PERFORM UNTIL RATES-EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO RATES-EOF-FLAG
                       NOT AT END
                           IF RT-EFF-DATE <= WS-DATE
                               AND RT-EFF-DATE > WS-BEST-EFF-DATE
                               AND (RT-STATUS = "APPROVED"
                                   OR RT-STATUS = SPACES)
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-MIN-SAV-BAL
                                   TO MIN-SAVINGS-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

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
