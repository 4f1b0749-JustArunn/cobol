       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPBRK.

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

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       COPY TDSCALC.
       01 WS-MANDATE-STATUS   PIC X(2).
       01 WS-SWEEP-LOG-STATUS PIC X(2).
       01 WS-TD-STATUS        PIC X(2).
       01 WS-ACCOUNT-STATUS   PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-RATES-STATUS     PIC X(2).
       01 EOF-FLAG            PIC X.
       01 RATES-EOF-FLAG      PIC X.
       01 MANDATE-FOUND-FLAG  PIC X.
       01 WS-DATE             PIC 9(8).
       01 WS-TIME             PIC 9(6).
       01 WS-TIMESTAMP        PIC 9(14).
       01 WS-BEST-EFF-DATE    PIC 9(8).
       01 MIN-SAVINGS-BALANCE PIC 9(6) VALUE 1000.

       01 WS-FLOOR            PIC 9(7)V99.
       01 WS-SHORTFALL        PIC S9(7)V99.
       01 WS-COVER            PIC 9(7)V99.

       01 WS-INT-AMOUNT       PIC 9(6)V99.
       01 WS-PAYOUT-AMT       PIC 9(6)V99.
       01 WS-PENALTY-RATE     PIC 99V99.
       01 WS-ELAPSED-MONTHS   PIC S9(5).
       01 WS-TODAY-YEAR       PIC 9(4).
       01 WS-TODAY-MONTH      PIC 9(2).
       01 WS-TODAY-REM        PIC 9(6).
       01 WS-OPEN-YEAR        PIC 9(4).
       01 WS-OPEN-MONTH       PIC 9(2).
       01 WS-OPEN-REM         PIC 9(4).
       01 WS-DAY              PIC 9(2).

       01 WS-LOG-TYPE         PIC X(8).
       01 WS-LOG-AMOUNT       PIC 9(5)V99.

      *    DEPOSITS THE SWEEP OPENED FOR THE ACCOUNT, OLDEST FIRST;
      *    THE MOST RECENT ARE BROKEN FIRST
       01 SWEPT-COUNT         PIC 9(3) VALUE 0.
       01 SWEPT-MAX           PIC 9(3) VALUE 50.
       01 SWEPT-TABLE.
           05 SWEPT-TD-NUMBER PIC 9(5) OCCURS 50 TIMES
                              INDEXED BY SW-IDX.
       01 WS-BRK-SUB          PIC S9(3).

       LINKAGE SECTION.
       COPY SWEEPBRK.

       PROCEDURE DIVISION USING SWEEPBRK-AREA.

      *    REVERSE SWEEP, CALLED BY A DEBIT PATH JUST BEFORE IT
      *    OPENS ACCOUNTS.DAT FOR A DEBIT ON A SAVINGS ACCOUNT THAT
      *    CARRIES A SWEEP MANDATE. IF THE DEBIT WOULD FAIL FOR WANT
      *    OF FUNDS, THE MOST RECENT SWEPT DEPOSITS ARE CLOSED EARLY
      *    ON THE SAME TERMS AS A TDSYS PREMATURE CLOSURE AND PAID
      *    BACK INTO THE ACCOUNT UNTIL THE DEBIT IS COVERED. NOTHING
      *    IS BROKEN UNLESS THE SWEPT PRINCIPALS COVER THE WHOLE
      *    SHORTFALL, SO A DEPOSIT IS NEVER LOST FOR A DEBIT THAT
      *    WOULD STILL BE REFUSED
       SWEEPBRK-MAIN.
           MOVE 0 TO SB-BROKEN
           MOVE 0 TO SB-RELEASED
           MOVE "N" TO SB-RESULT

           PERFORM FIND-ACTIVE-MANDATE
           IF MANDATE-FOUND-FLAG = "N"
               GOBACK
           END-IF

           PERFORM LOAD-BANK-RATES

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               AND WS-ACCOUNT-STATUS NOT = "05"
               GOBACK
           END-IF

           MOVE SB-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-SHORTFALL
               NOT INVALID KEY
                   PERFORM COMPUTE-SHORTFALL
           END-READ

           IF WS-SHORTFALL > 0
               PERFORM LOAD-SWEPT-DEPOSITS
               PERFORM BREAK-SWEPT-DEPOSITS
           END-IF

           CLOSE ACCOUNT-FILE
           GOBACK.

       FIND-ACTIVE-MANDATE.
           MOVE "N" TO MANDATE-FOUND-FLAG
           OPEN INPUT SWEEP-MANDATE-FILE
           IF WS-MANDATE-STATUS = "00" OR WS-MANDATE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SWEEP-MANDATE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SM-ACC-NUMBER = SB-ACC-NUMBER
                               AND SM-STATUS = "ACTIVE"
                               MOVE "Y" TO MANDATE-FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-MANDATE-FILE
           END-IF.

       COMPUTE-SHORTFALL.
      *    CLOSED, DORMANT AND FROZEN ACCOUNTS ARE REFUSED BY THE
      *    CALLER WHATEVER THE BALANCE, AND ONLY SAVINGS SWEEP. THE
      *    BALANCE MUST STAY AT OR ABOVE BOTH THE MINIMUM SAVINGS
      *    FLOOR AND ANY HELD AMOUNT AFTER THE DEBIT
           MOVE 0 TO WS-SHORTFALL
           IF ACC-CLOSED-FLAG NOT = "C"
               AND ACC-DORMANT-FLAG NOT = "D"
               AND ACC-FREEZE-FLAG NOT = "F"
               AND ACC-TYPE NOT = "C"
               MOVE MIN-SAVINGS-BALANCE TO WS-FLOOR
               IF ACC-HOLD-AMT > WS-FLOOR
                   MOVE ACC-HOLD-AMT TO WS-FLOOR
               END-IF
               COMPUTE WS-SHORTFALL =
                   WS-FLOOR + SB-AMOUNT - BALANCE
           END-IF.

       LOAD-SWEPT-DEPOSITS.
      *    EVERY DEPOSIT THE NIGHTLY SWEEP OPENED FOR THE ACCOUNT,
      *    IN THE ORDER THEY WERE OPENED; WHEN THE TABLE IS FULL THE
      *    OLDEST DROP OFF
           MOVE 0 TO SWEPT-COUNT
           OPEN INPUT SWEEP-LOG-FILE
           IF WS-SWEEP-LOG-STATUS = "00"
               OR WS-SWEEP-LOG-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SWEEP-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SG-ACC-NUMBER = SB-ACC-NUMBER
                               AND SG-DIRECTION = "OUT"
                               PERFORM SAVE-SWEPT-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-LOG-FILE
           END-IF.

       SAVE-SWEPT-DEPOSIT.
           IF SWEPT-COUNT < SWEPT-MAX
               ADD 1 TO SWEPT-COUNT
           ELSE
               PERFORM VARYING SW-IDX FROM 1 BY 1
                       UNTIL SW-IDX > SWEPT-MAX - 1
                   MOVE SWEPT-TD-NUMBER (SW-IDX + 1)
                       TO SWEPT-TD-NUMBER (SW-IDX)
               END-PERFORM
           END-IF
           MOVE SG-TD-NUMBER TO SWEPT-TD-NUMBER (SWEPT-COUNT).

       BREAK-SWEPT-DEPOSITS.
           IF SWEPT-COUNT = 0
               MOVE "S" TO SB-RESULT
           ELSE
               OPEN I-O TERM-DEPOSIT-FILE
               IF WS-TD-STATUS = "00" OR WS-TD-STATUS = "05"
                   PERFORM SUM-SWEPT-COVER
                   IF WS-COVER < WS-SHORTFALL
                       MOVE "S" TO SB-RESULT
                   ELSE
                       PERFORM BREAK-LATEST-FIRST
                       MOVE "Y" TO SB-RESULT
                   END-IF
                   CLOSE TERM-DEPOSIT-FILE
               ELSE
                   MOVE "S" TO SB-RESULT
               END-IF
           END-IF.

       SUM-SWEPT-COVER.
      *    PRINCIPAL ALONE IS COUNTED: EARLY-CLOSURE INTEREST LESS
      *    ANY TAX ON IT IS NEVER NEGATIVE, SO THE PAYOUTS ARE SURE
      *    TO COVER AT LEAST THIS MUCH
           MOVE 0 TO WS-COVER
           PERFORM VARYING SW-IDX FROM 1 BY 1
                   UNTIL SW-IDX > SWEPT-COUNT
               MOVE SWEPT-TD-NUMBER (SW-IDX) TO TDP-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDP-STATUS = "ACTIVE"
                           ADD TDP-PRINCIPAL TO WS-COVER
                       END-IF
               END-READ
           END-PERFORM.

       BREAK-LATEST-FIRST.
           MOVE SWEPT-COUNT TO WS-BRK-SUB
           PERFORM UNTIL WS-BRK-SUB < 1
                   OR SB-RELEASED >= WS-SHORTFALL
               MOVE SWEPT-TD-NUMBER (WS-BRK-SUB) TO TDP-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDP-STATUS = "ACTIVE"
                           PERFORM BREAK-ONE-DEPOSIT
                       END-IF
               END-READ
               SUBTRACT 1 FROM WS-BRK-SUB
           END-PERFORM.

       BREAK-ONE-DEPOSIT.
      *    SAME TERMS AS A TDSYS PREMATURE CLOSURE: ONE POINT BELOW
      *    THE CONTRACT RATE FOR THE FULL MONTHS ACTUALLY RUN, NEVER
      *    BELOW ZERO
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DIVIDE WS-DATE BY 10000 GIVING WS-TODAY-YEAR
               REMAINDER WS-TODAY-REM
           DIVIDE WS-TODAY-REM BY 100 GIVING WS-TODAY-MONTH
               REMAINDER WS-DAY
           DIVIDE TDP-OPEN-DATE BY 10000 GIVING WS-OPEN-YEAR
               REMAINDER WS-OPEN-REM
           DIVIDE WS-OPEN-REM BY 100 GIVING WS-OPEN-MONTH
               REMAINDER WS-DAY

           COMPUTE WS-ELAPSED-MONTHS =
               (WS-TODAY-YEAR - WS-OPEN-YEAR) * 12
               + WS-TODAY-MONTH - WS-OPEN-MONTH
           IF WS-ELAPSED-MONTHS < 0
               MOVE 0 TO WS-ELAPSED-MONTHS
           END-IF

           IF TDP-ANNUAL-RATE > 1
               COMPUTE WS-PENALTY-RATE = TDP-ANNUAL-RATE - 1
           ELSE
               MOVE 0 TO WS-PENALTY-RATE
           END-IF

           COMPUTE WS-INT-AMOUNT ROUNDED =
               TDP-PRINCIPAL * WS-PENALTY-RATE / 100
               * WS-ELAPSED-MONTHS / 12
           COMPUTE WS-PAYOUT-AMT = TDP-PRINCIPAL + WS-INT-AMOUNT

      *    THE CONTRACT PAYOUT WAS CAPPED AT 99999.99 WHEN THE
      *    DEPOSIT WAS OPENED, SO THE EARLY PAYOUT ALWAYS LOGS
           ADD WS-PAYOUT-AMT TO BALANCE
           REWRITE ACCOUNT-REC
           MOVE "SWEEPIN " TO WS-LOG-TYPE
           MOVE WS-PAYOUT-AMT TO WS-LOG-AMOUNT
           PERFORM LOG-SWEEP-ENTRY
           ADD WS-PAYOUT-AMT TO SB-RELEASED

           IF WS-INT-AMOUNT > 0
               PERFORM WITHHOLD-INTEREST-TAX
           END-IF

           MOVE "PREMAT" TO TDP-STATUS
           REWRITE TERM-DEPOSIT-REC
           ADD 1 TO SB-BROKEN

           PERFORM WRITE-SWEEP-LOG

           DISPLAY "SWEPT DEPOSIT " TDP-NUMBER " BROKEN, "
               WS-PAYOUT-AMT " CREDITED TO ACCOUNT " ACC-NUMBER.

       WITHHOLD-INTEREST-TAX.
           MOVE ACC-CUST-ID   TO TC-CUST-ID
           MOVE ACC-NUMBER    TO TC-ACC-NUMBER
           MOVE "TD  "        TO TC-SOURCE
           MOVE SPACES        TO TC-REF
           STRING "TD" TDP-NUMBER DELIMITED BY SIZE INTO TC-REF
           MOVE WS-INT-AMOUNT TO TC-INTEREST
           CALL "TDSCALC" USING TDSCALC-AREA

           IF TC-TDS > 0
               SUBTRACT TC-TDS FROM BALANCE
               REWRITE ACCOUNT-REC
               MOVE "TDS     " TO WS-LOG-TYPE
               MOVE TC-TDS TO WS-LOG-AMOUNT
               PERFORM LOG-SWEEP-ENTRY
               SUBTRACT TC-TDS FROM SB-RELEASED
           END-IF.

       LOG-SWEEP-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           MOVE ACC-NUMBER     TO TL-ACC-NUMBER
           MOVE WS-LOG-TYPE    TO TL-TYPE
           MOVE WS-LOG-AMOUNT  TO TL-AMOUNT
           MOVE BALANCE        TO TL-BALANCE
           MOVE WS-TIMESTAMP   TO TL-TIMESTAMP
           MOVE SPACES         TO TL-REF
           MOVE SPACES         TO TL-ORIG-TYPE
           MOVE SB-TELLER      TO TL-TELLER
           MOVE ACC-BRANCH     TO TL-BRANCH
           STRING "TD" TDP-NUMBER DELIMITED BY SIZE
               INTO TL-REF

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       WRITE-SWEEP-LOG.
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SWEEP-LOG-STATUS = "35"
               OPEN OUTPUT SWEEP-LOG-FILE
           END-IF

           ACCEPT SG-DATE FROM DATE YYYYMMDD
           ACCEPT SG-TIME FROM TIME
           MOVE ACC-NUMBER    TO SG-ACC-NUMBER
           MOVE "IN "         TO SG-DIRECTION
           MOVE TDP-NUMBER    TO SG-TD-NUMBER
           MOVE WS-PAYOUT-AMT TO SG-AMOUNT
           MOVE WS-INT-AMOUNT TO SG-INTEREST
           MOVE SB-TRIGGER    TO SG-TRIGGER
           MOVE SB-TELLER     TO SG-TELLER
           WRITE SWEEP-LOG-REC

           CLOSE SWEEP-LOG-FILE.

       LOAD-BANK-RATES.
      *    PICK THE RATE SET IN FORCE TODAY FOR THE MINIMUM SAVINGS
      *    BALANCE FLOOR
           ACCEPT WS-DATE FROM DATE YYYYMMDD
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
