       01 ALERT-OUTBOX-REC.
           05 AO-DATE       PIC 9(8).
           05 AO-SEQ        PIC 9(6).
           05 AO-CUST-ID    PIC 9(5).
           05 AO-TYPE       PIC X(6).
      *        DEBIT  = DEBIT AT OR ABOVE THE CUSTOMER'S THRESHOLD
      *        LOWBAL = SAVINGS BALANCE BELOW THE MINIMUM
      *        CHQRTN = CHEQUE RETURNED UNPAID
      *        TDMAT  = TERM DEPOSIT MATURING WITHIN 7 DAYS
      *        EMIDUE = LOAN INSTALMENT FALLING DUE
      *        EMISKP = LOAN INSTALMENT COLLECTION SKIPPED
      *        KYCDUE = IDENTITY REVIEW FALLING DUE OR OVERDUE
           05 AO-CHANNEL    PIC X(5).
      *        SMS OR EMAIL
           05 AO-ADDRESS    PIC X(25).
           05 AO-TEXT       PIC X(100).
