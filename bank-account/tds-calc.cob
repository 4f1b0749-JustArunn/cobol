       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT TDS-EXEMPT-FILE ASSIGN TO "tds-exemptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXEMPT-STATUS.

           SELECT TDS-INTEREST-FILE ASSIGN TO "tds-interest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTEREST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD RATES-FILE.
       COPY PAYRATES.

       FD TDS-EXEMPT-FILE.
       COPY TDSEXEMP.

       FD TDS-INTEREST-FILE.
       COPY TDSINT.

       WORKING-STORAGE SECTION.
       01 WS-RATES-STATUS    PIC X(2).
       01 WS-EXEMPT-STATUS   PIC X(2).
       01 WS-INTEREST-STATUS PIC X(2).
       01 EOF-FLAG           PIC X.
       01 EXEMPT-FLAG        PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-BEST-EFF-DATE   PIC 9(8).
       01 WS-YEAR            PIC 9(4).
       01 WS-MONTH           PIC 9(2).
       01 WS-DATE-REM        PIC 9(4).
       01 TDS-THRESHOLD      PIC 9(7) VALUE 40000.
       01 TDS-RATE           PIC V9(4) VALUE 0.1000.
       01 PRIOR-INTEREST     PIC 9(9)V99.
       01 PRIOR-TDS          PIC 9(9)V99.
       01 YEAR-INTEREST      PIC 9(9)V99.
       01 YEAR-TDS-DUE       PIC S9(9)V99.

       LINKAGE SECTION.
       COPY TDSCALC.

       PROCEDURE DIVISION USING TDSCALC-AREA.

      *    RECORDS ONE INTEREST CREDIT AGAINST THE CUSTOMER'S
      *    FINANCIAL-YEAR TOTAL AND WORKS OUT THE TAX TO WITHHOLD.
      *    ONCE THE YEAR'S INTEREST ACROSS ALL THE CUSTOMER'S
      *    ACCOUNTS AND DEPOSITS PASSES THE THRESHOLD, TAX IS DUE ON
      *    THE WHOLE YEAR'S INTEREST LESS WHAT WAS ALREADY WITHHELD,
      *    TAKEN OUT OF THIS CREDIT AND NEVER MORE THAN IT; ANY
      *    SHORTFALL IS PICKED UP BY THE NEXT CREDIT. THE CALLER
      *    DEBITS THE ACCOUNT AND LOGS THE TDS ENTRY
       TDSCALC-MAIN.
           MOVE 0 TO TC-TDS

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DIVIDE WS-DATE BY 10000 GIVING WS-YEAR
               REMAINDER WS-DATE-REM
           DIVIDE WS-DATE-REM BY 100 GIVING WS-MONTH
           IF WS-MONTH < 4
               COMPUTE TC-FY = WS-YEAR - 1
           ELSE
               MOVE WS-YEAR TO TC-FY
           END-IF

           PERFORM LOAD-TDS-RATES
           PERFORM CHECK-EXEMPTION
           PERFORM SUM-YEAR-TO-DATE

           COMPUTE YEAR-INTEREST = PRIOR-INTEREST + TC-INTEREST
           IF EXEMPT-FLAG = "N" AND YEAR-INTEREST > TDS-THRESHOLD
               COMPUTE YEAR-TDS-DUE ROUNDED =
                   YEAR-INTEREST * TDS-RATE - PRIOR-TDS
               IF YEAR-TDS-DUE > TC-INTEREST
                   MOVE TC-INTEREST TO YEAR-TDS-DUE
               END-IF
               IF YEAR-TDS-DUE > 0
                   MOVE YEAR-TDS-DUE TO TC-TDS
               END-IF
           END-IF

           PERFORM WRITE-INTEREST-LINE

           GOBACK.

       LOAD-TDS-RATES.
      *    PICK THE RATE SET IN FORCE TODAY; A SET KEYED BEFORE THE
      *    WITHHOLDING FIELDS EXISTED LEAVES THE DEFAULTS IN PLACE
           MOVE 0 TO WS-BEST-EFF-DATE

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RT-EFF-DATE <= WS-DATE
                               AND RT-EFF-DATE > WS-BEST-EFF-DATE
                               AND (RT-STATUS = "APPROVED"
                                   OR RT-STATUS = SPACES)
                               AND RT-TDS-THRESHOLD NUMERIC
                               AND RT-TDS-RATE NUMERIC
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-TDS-THRESHOLD TO TDS-THRESHOLD
                               MOVE RT-TDS-RATE TO TDS-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       CHECK-EXEMPTION.
           MOVE "N" TO EXEMPT-FLAG

           OPEN INPUT TDS-EXEMPT-FILE
           IF WS-EXEMPT-STATUS = "00" OR WS-EXEMPT-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TDS-EXEMPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TX-CUST-ID = TC-CUST-ID
                               AND TX-FY = TC-FY
                               AND TX-STATUS = "APPROVED"
                               MOVE "Y" TO EXEMPT-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDS-EXEMPT-FILE
           END-IF.

       SUM-YEAR-TO-DATE.
           MOVE 0 TO PRIOR-INTEREST
           MOVE 0 TO PRIOR-TDS

           OPEN INPUT TDS-INTEREST-FILE
           IF WS-INTEREST-STATUS = "00" OR WS-INTEREST-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TDS-INTEREST-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TI-CUST-ID = TC-CUST-ID
                               AND TI-FY = TC-FY
                               ADD TI-INTEREST TO PRIOR-INTEREST
                               ADD TI-TDS TO PRIOR-TDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDS-INTEREST-FILE
           END-IF.

       WRITE-INTEREST-LINE.
           OPEN EXTEND TDS-INTEREST-FILE
           IF WS-INTEREST-STATUS = "35"
               OPEN OUTPUT TDS-INTEREST-FILE
           END-IF

           MOVE WS-DATE       TO TI-DATE
           MOVE TC-FY         TO TI-FY
           MOVE TC-CUST-ID    TO TI-CUST-ID
           MOVE TC-ACC-NUMBER TO TI-ACC-NUMBER
           MOVE TC-SOURCE     TO TI-SOURCE
           MOVE TC-REF        TO TI-REF
           MOVE TC-INTEREST   TO TI-INTEREST
           MOVE TC-TDS        TO TI-TDS
           MOVE EXEMPT-FLAG   TO TI-EXEMPT
           WRITE TDS-INTEREST-REC

           CLOSE TDS-INTEREST-FILE.
