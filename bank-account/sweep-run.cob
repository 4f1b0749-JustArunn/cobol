       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MANDATE-FILE ASSIGN TO "sweep-mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATE-STATUS.

           SELECT SWEEP-LOG-FILE ASSIGN TO "sweep-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWEEP-LOG-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term-deposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDP-NUMBER
           FILE STATUS IS WS-TD-STATUS.

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

       FD SWEEP-MANDATE-FILE.
       COPY SWEEPMND.

       FD SWEEP-LOG-FILE.
       COPY SWEEPLOG.

       FD TERM-DEPOSIT-FILE.
       COPY TDREC.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD RATES-FILE.
       COPY PAYRATES.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 WS-MANDATE-STATUS   PIC X(2).
       01 WS-SWEEP-LOG-STATUS PIC X(2).
       01 WS-TD-STATUS        PIC X(2).
       01 WS-ACCOUNT-STATUS   PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-RATES-STATUS     PIC X(2).
       01 EOF-FLAG            PIC X.
       01 TD-EOF-FLAG         PIC X.
       01 RATES-EOF-FLAG      PIC X.
       01 WS-DATE             PIC 9(8).
       01 WS-TIME             PIC 9(6).
       01 WS-TIMESTAMP        PIC 9(14).
       01 WS-BEST-EFF-DATE    PIC 9(8).
       01 MIN-SAVINGS-BALANCE PIC 9(6) VALUE 1000.

       01 WS-NEXT-TD-NO       PIC 9(6).
       01 WS-FLOOR            PIC 9(7)V99.
       01 WS-EXCESS           PIC S9(7)V99.
       01 WS-UNITS            PIC 9(7).
       01 WS-PRINCIPAL        PIC 9(9).
       01 WS-INT-AMOUNT       PIC 9(9)V99.
       01 WS-PAYOUT-AMT       PIC 9(9)V99.
       01 WS-SKIP-REASON      PIC X(24).
       01 WS-SWEPT-TOTAL      PIC 9(9)V99.
       01 WS-AMOUNT-EDIT      PIC Z(8)9.99.

       01 WS-MAT-YEAR         PIC 9(4).
       01 WS-MAT-MONTH        PIC 9(2).
       01 WS-MAT-DAY          PIC 9(2).
       01 WS-MAT-REM          PIC 9(4).
       01 WS-MONTH-COUNT      PIC 9(3).

       COPY RPTWS.

       COPY PERCHK.

       LINKAGE SECTION.
       01 SWEEPRUN-AREA.
           05 SR-SWEPT       PIC 9(5).
           05 SR-SKIPPED     PIC 9(5).
           05 SR-STATUS      PIC X(4).

       PROCEDURE DIVISION USING SWEEPRUN-AREA.

      *    NIGHTLY SAVINGS-TO-DEPOSIT SWEEP, CALLABLE FROM THE
      *    NIGHTLY BATCH DRIVER. FOR EVERY ACTIVE SWEEP MANDATE THE
      *    BALANCE ABOVE THE MANDATE THRESHOLD (AND ABOVE ANY HELD
      *    AMOUNT) IS SWEPT, IN WHOLE MULTIPLES OF THE MANDATE UNIT,
      *    INTO ONE NEW TERM DEPOSIT ON THE MANDATE TERM AND RATE.
      *    EACH SWEEP IS LOGGED AS A SWEEPOUT DEBIT AND ON
      *    SWEEP-LOG.DAT, WHICH THE REVERSE SWEEP READS BACK
       SWEEPRUN-MAIN.
           MOVE 0 TO SR-SWEPT
           MOVE 0 TO SR-SKIPPED
           MOVE 0 TO WS-SWEPT-TOTAL
           MOVE "OK  " TO SR-STATUS

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO SR-STATUS
               GOBACK
           END-IF

           OPEN INPUT SWEEP-MANDATE-FILE
           IF WS-MANDATE-STATUS = "35"
               DISPLAY "NO SWEEP MANDATES ON FILE"
               GOBACK
           END-IF

           PERFORM LOAD-BANK-RATES

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               AND WS-ACCOUNT-STATUS NOT = "05"
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               CLOSE SWEEP-MANDATE-FILE
               MOVE "FAIL" TO SR-STATUS
               GOBACK
           END-IF

           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-TD-STATUS = "35"
               CLOSE TERM-DEPOSIT-FILE
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF
           IF WS-TD-STATUS NOT = "00"
               AND WS-TD-STATUS NOT = "05"
               DISPLAY "DEPOSIT FILE OPEN ERROR, STATUS: "
                   WS-TD-STATUS
               CLOSE SWEEP-MANDATE-FILE
               CLOSE ACCOUNT-FILE
               MOVE "FAIL" TO SR-STATUS
               GOBACK
           END-IF

           PERFORM FIND-NEXT-TD-NUMBER
           PERFORM OPEN-SWEEP-REPORT

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SWEEP-MANDATE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SM-STATUS = "ACTIVE"
                           PERFORM SWEEP-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SWEEP-MANDATE-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-FILE

           MOVE WS-SWEPT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "SWEPT " SR-SWEPT "  SKIPPED " SR-SKIPPED
               "  TOTAL " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "ACCOUNTS SWEPT TO DEPOSIT: " SR-SWEPT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           GOBACK.

       FIND-NEXT-TD-NUMBER.
      *    SWEPT DEPOSITS TAKE THE NEXT NUMBER ABOVE THE HIGHEST
      *    ALREADY ON FILE, SO THEY NEVER COLLIDE WITH NUMBERS
      *    KEYED AT THE COUNTER
           MOVE 1 TO WS-NEXT-TD-NO
           MOVE "N" TO TD-EOF-FLAG
           PERFORM UNTIL TD-EOF-FLAG = "Y"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TD-EOF-FLAG
                   NOT AT END
                       IF TDP-NUMBER >= WS-NEXT-TD-NO
                           COMPUTE WS-NEXT-TD-NO = TDP-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-ONE-ACCOUNT.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SM-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-CLOSED-FLAG = "C"
                           MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
                       WHEN ACC-DORMANT-FLAG = "D"
                           MOVE "ACCOUNT DORMANT" TO WS-SKIP-REASON
                       WHEN ACC-FREEZE-FLAG = "F"
                           MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
                       WHEN ACC-TYPE = "C"
                           MOVE "NOT A SAVINGS ACCOUNT"
                               TO WS-SKIP-REASON
                       WHEN SM-UNIT = 0
                           MOVE "NO SWEEP UNIT ON MANDATE"
                               TO WS-SKIP-REASON
                   END-EVALUATE
           END-READ

           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO SR-SKIPPED
               MOVE SPACES TO RPT-DETAIL
               STRING SM-ACC-NUMBER "  SKIPPED - " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM SIZE-SWEEP
               IF WS-UNITS > 0
                   PERFORM OPEN-SWEPT-DEPOSIT
               END-IF
           END-IF.

       SIZE-SWEEP.
      *    THE BALANCE LEFT BEHIND IS THE HIGHEST OF THE MANDATE
      *    THRESHOLD, THE MINIMUM SAVINGS FLOOR AND ANY HELD AMOUNT.
      *    THE TRANSACTION LOG CARRIES FIVE WHOLE DIGITS, SO UNITS
      *    COME OFF UNTIL THE CONTRACT PAYOUT FITS 99999.99
           MOVE SM-THRESHOLD TO WS-FLOOR
           IF MIN-SAVINGS-BALANCE > WS-FLOOR
               MOVE MIN-SAVINGS-BALANCE TO WS-FLOOR
           END-IF
           IF ACC-HOLD-AMT > WS-FLOOR
               MOVE ACC-HOLD-AMT TO WS-FLOOR
           END-IF

           COMPUTE WS-EXCESS = BALANCE - WS-FLOOR
           IF WS-EXCESS < SM-UNIT
               MOVE 0 TO WS-UNITS
           ELSE
               DIVIDE WS-EXCESS BY SM-UNIT GIVING WS-UNITS
               PERFORM PRICE-SWEEP
               PERFORM UNTIL WS-UNITS = 0
                       OR WS-PAYOUT-AMT NOT > 99999.99
                   SUBTRACT 1 FROM WS-UNITS
                   PERFORM PRICE-SWEEP
               END-PERFORM
           END-IF.

       PRICE-SWEEP.
           COMPUTE WS-PRINCIPAL = WS-UNITS * SM-UNIT
           COMPUTE WS-INT-AMOUNT ROUNDED =
               WS-PRINCIPAL * SM-RATE / 100
               * SM-TERM-MONTHS / 12
           COMPUTE WS-PAYOUT-AMT = WS-PRINCIPAL + WS-INT-AMOUNT.

       OPEN-SWEPT-DEPOSIT.
      *    THE DEPOSIT IS WRITTEN BEFORE THE ACCOUNT IS DEBITED, SO
      *    A FAILED WRITE NEVER LEAVES A DEBIT WITHOUT ITS DEPOSIT
           IF WS-NEXT-TD-NO > 99999
               ADD 1 TO SR-SKIPPED
               MOVE SPACES TO RPT-DETAIL
               STRING SM-ACC-NUMBER "  SKIPPED - NO DEPOSIT NUMBER "
                   "FREE"
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO TERM-DEPOSIT-REC
               MOVE WS-NEXT-TD-NO TO TDP-NUMBER
               MOVE ACC-CUST-ID TO TDP-CUST-ID
               MOVE ACC-NUMBER TO TDP-ACC-NUMBER
               MOVE WS-PRINCIPAL TO TDP-PRINCIPAL
               MOVE SM-RATE TO TDP-ANNUAL-RATE
               MOVE SM-TERM-MONTHS TO TDP-TERM-MONTHS
               MOVE WS-DATE TO TDP-OPEN-DATE
               PERFORM COMPUTE-MATURITY-DATE
               MOVE "ACTIVE" TO TDP-STATUS
               WRITE TERM-DEPOSIT-REC
                   INVALID KEY
                       ADD 1 TO SR-SKIPPED
                       MOVE SPACES TO RPT-DETAIL
                       STRING SM-ACC-NUMBER "  SKIPPED - DEPOSIT "
                           TDP-NUMBER " ALREADY ON FILE"
                           DELIMITED BY SIZE INTO RPT-DETAIL
                       PERFORM WRITE-REPORT-LINE
                   NOT INVALID KEY
                       PERFORM DEBIT-SWEPT-PRINCIPAL
               END-WRITE
               ADD 1 TO WS-NEXT-TD-NO
           END-IF.

       DEBIT-SWEPT-PRINCIPAL.
           SUBTRACT WS-PRINCIPAL FROM BALANCE
           REWRITE ACCOUNT-REC
           PERFORM LOG-SWEEP-DEBIT
           PERFORM WRITE-SWEEP-LOG
           ADD 1 TO SR-SWEPT
           ADD WS-PRINCIPAL TO WS-SWEPT-TOTAL

           MOVE WS-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING ACC-NUMBER "  " TDP-NUMBER "  " WS-AMOUNT-EDIT
               "  " TDP-TERM-MONTHS "M  MATURES "
               TDP-MATURITY-DATE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-MATURITY-DATE.
           DIVIDE TDP-OPEN-DATE BY 10000 GIVING WS-MAT-YEAR
               REMAINDER WS-MAT-REM
           DIVIDE WS-MAT-REM BY 100 GIVING WS-MAT-MONTH
               REMAINDER WS-MAT-DAY
           IF WS-MAT-DAY > 28
               MOVE 28 TO WS-MAT-DAY
           END-IF

           PERFORM VARYING WS-MONTH-COUNT FROM 1 BY 1
                   UNTIL WS-MONTH-COUNT > TDP-TERM-MONTHS
               ADD 1 TO WS-MAT-MONTH
               IF WS-MAT-MONTH > 12
                   MOVE 1 TO WS-MAT-MONTH
                   ADD 1 TO WS-MAT-YEAR
               END-IF
           END-PERFORM

           COMPUTE TDP-MATURITY-DATE =
               WS-MAT-YEAR * 10000 + WS-MAT-MONTH * 100 + WS-MAT-DAY.

       LOG-SWEEP-DEBIT.
      *    THE NEW DEPOSIT NUMBER RIDES IN TL-REF, MATCHING THE
      *    TDPAYOUT OR SWEEPIN CREDIT THAT WILL EVENTUALLY CLOSE IT
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE ACC-NUMBER TO TL-ACC-NUMBER
           MOVE "SWEEPOUT" TO TL-TYPE
           MOVE WS-PRINCIPAL TO TL-AMOUNT
           MOVE BALANCE TO TL-BALANCE
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP
           MOVE SPACES TO TL-REF
           STRING "TD" TDP-NUMBER DELIMITED BY SIZE INTO TL-REF
           MOVE SPACES TO TL-ORIG-TYPE
           MOVE 0 TO TL-TELLER
           MOVE ACC-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       WRITE-SWEEP-LOG.
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SWEEP-LOG-STATUS = "35"
               OPEN OUTPUT SWEEP-LOG-FILE
           END-IF

           MOVE WS-DATE      TO SG-DATE
           MOVE WS-TIME      TO SG-TIME
           MOVE ACC-NUMBER   TO SG-ACC-NUMBER
           MOVE "OUT"        TO SG-DIRECTION
           MOVE TDP-NUMBER   TO SG-TD-NUMBER
           MOVE WS-PRINCIPAL TO SG-AMOUNT
           MOVE 0            TO SG-INTEREST
           MOVE "NIGHTLY "   TO SG-TRIGGER
           MOVE 0            TO SG-TELLER
           WRITE SWEEP-LOG-REC

           CLOSE SWEEP-LOG-FILE.

       OPEN-SWEEP-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "sweep-run-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SAVINGS TO DEPOSIT SWEEP " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "ACCOUNT DEPOSIT   PRINCIPAL  TERM  MATURITY"
               TO RPT-COLUMNS
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
