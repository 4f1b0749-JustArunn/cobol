       01 FEE-RECEIPT-REC.
           05 FR-RECEIPT-NO PIC 9(6).
      *        FROM FEE-RECEIPT-CTL.DAT, ONE NUMBER PER RECEIPT
           05 FR-ROLL     PIC 9(5).
           05 FR-SESSION  PIC 9(4).
           05 FR-AMOUNT   PIC 9(6).
           05 FR-DATE     PIC 9(8).
      *        DAY THE CASH WAS TAKEN; THE FEE BANKING RUN PAYS EACH
      *        DAY'S RECEIPTS INTO THE SCHOOL ACCOUNT AS ONE DEPOSIT
