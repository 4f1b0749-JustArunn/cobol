           05 CUR-SAV-INT-RATE PIC V9(4).
           05 CUR-MIN-SAV-BAL  PIC 9(6).
           05 CUR-OD-INT-RATE  PIC V9(4).
           05 CUR-TDS-THRESHOLD PIC 9(7).
           05 CUR-TDS-RATE     PIC V9(4).
           05 CUR-PREPAY-CHG-RATE PIC V9(4).
           05 CUR-EMI-INCOME-CAP PIC 9(2).
           05 CUR-POSPAY-THRESHOLD PIC 9(5).
           05 CUR-PF-INT-RATE  PIC V9(4).

       01 WS-RATES-FILENAME PIC X(20) VALUE "pay-rates.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "pay-rates.tmp".
           DISPLAY "OVERDRAFT INTEREST RATE (E.G. 0100):"
           ACCEPT WS-RATE-IN
           COMPUTE RT-OD-INT-RATE = WS-RATE-IN / 10000
           DISPLAY "INTEREST TAX THRESHOLD PER CUSTOMER PER YEAR:"
           ACCEPT RT-TDS-THRESHOLD
           DISPLAY "INTEREST TAX RATE (E.G. 1000 FOR 10 PCT):"
           ACCEPT WS-RATE-IN
           COMPUTE RT-TDS-RATE = WS-RATE-IN / 10000
           DISPLAY "LOAN PREPAYMENT CHARGE (E.G. 0200 FOR 2 PCT):"
           ACCEPT WS-RATE-IN
           COMPUTE RT-PREPAY-CHG-RATE = WS-RATE-IN / 10000
           DISPLAY "LOAN EMI CAP AS PCT OF INCOME (E.G. 50):"
           ACCEPT RT-EMI-INCOME-CAP
           DISPLAY "POSITIVE PAY CHEQUE THRESHOLD (WHOLE AMOUNT):"
           ACCEPT RT-POSPAY-THRESHOLD
           DISPLAY "PF ANNUAL INTEREST RATE (E.G. 0815 FOR 8.15 PCT):"
           ACCEPT WS-RATE-IN
           COMPUTE RT-PF-INT-RATE = WS-RATE-IN / 10000

           MOVE "PENDING " TO RT-STATUS
           MOVE SIGNON-EMP-ID TO RT-MAKER
                           DISPLAY "SAVINGS RATE   : " RT-SAV-INT-RATE
                           DISPLAY "MIN SAVINGS BAL: " RT-MIN-SAV-BAL
                           DISPLAY "OD INT RATE    : " RT-OD-INT-RATE
                           IF RT-TDS-THRESHOLD NUMERIC
                               DISPLAY "INT TAX LIMIT  : "
                                   RT-TDS-THRESHOLD
                               DISPLAY "INT TAX RATE   : " RT-TDS-RATE
                           END-IF
                           IF RT-PREPAY-CHG-RATE NUMERIC
                               DISPLAY "PREPAY CHARGE  : "
                                   RT-PREPAY-CHG-RATE
                           END-IF
                           IF RT-EMI-INCOME-CAP NUMERIC
                               DISPLAY "EMI INCOME CAP : "
                                   RT-EMI-INCOME-CAP
                           END-IF
                           IF RT-POSPAY-THRESHOLD NUMERIC
                               DISPLAY "POS PAY LIMIT  : "
                                   RT-POSPAY-THRESHOLD
                           END-IF
                           IF RT-PF-INT-RATE NUMERIC
                               DISPLAY "PF INT RATE    : "
                                   RT-PF-INT-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
               RT-MIN-SAV-BAL
           DISPLAY "OD INT RATE    : " CUR-OD-INT-RATE "       "
               RT-OD-INT-RATE
           DISPLAY "INT TAX LIMIT  : " CUR-TDS-THRESHOLD "      "
               RT-TDS-THRESHOLD
           DISPLAY "INT TAX RATE   : " CUR-TDS-RATE "       "
               RT-TDS-RATE
           DISPLAY "PREPAY CHARGE  : " CUR-PREPAY-CHG-RATE "       "
               RT-PREPAY-CHG-RATE
           DISPLAY "EMI INCOME CAP : " CUR-EMI-INCOME-CAP "         "
               RT-EMI-INCOME-CAP
           DISPLAY "POS PAY LIMIT  : " CUR-POSPAY-THRESHOLD "      "
               RT-POSPAY-THRESHOLD
           DISPLAY "PF INT RATE    : " CUR-PF-INT-RATE "       "
               RT-PF-INT-RATE

           DISPLAY "APPROVE, REJECT OR SKIP? (A/R/S):"
           ACCEPT REVIEW-DECISION
                                   TO CUR-MIN-SAV-BAL
                               MOVE RT-OD-INT-RATE
                                   TO CUR-OD-INT-RATE
                               IF RT-TDS-THRESHOLD NUMERIC
                                   MOVE RT-TDS-THRESHOLD
                                       TO CUR-TDS-THRESHOLD
                                   MOVE RT-TDS-RATE TO CUR-TDS-RATE
                               ELSE
                                   MOVE 0 TO CUR-TDS-THRESHOLD
                                   MOVE 0 TO CUR-TDS-RATE
                               END-IF
                               IF RT-PREPAY-CHG-RATE NUMERIC
                                   MOVE RT-PREPAY-CHG-RATE
                                       TO CUR-PREPAY-CHG-RATE
                               ELSE
                                   MOVE 0 TO CUR-PREPAY-CHG-RATE
                               END-IF
                               IF RT-EMI-INCOME-CAP NUMERIC
                                   MOVE RT-EMI-INCOME-CAP
                                       TO CUR-EMI-INCOME-CAP
                               ELSE
                                   MOVE 0 TO CUR-EMI-INCOME-CAP
                               END-IF
                               IF RT-POSPAY-THRESHOLD NUMERIC
                                   MOVE RT-POSPAY-THRESHOLD
                                       TO CUR-POSPAY-THRESHOLD
                               ELSE
                                   MOVE 0 TO CUR-POSPAY-THRESHOLD
                               END-IF
                               IF RT-PF-INT-RATE NUMERIC
                                   MOVE RT-PF-INT-RATE
                                       TO CUR-PF-INT-RATE
                               ELSE
                                   MOVE 0 TO CUR-PF-INT-RATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
