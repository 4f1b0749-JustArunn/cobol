      *    INWARD INTERBANK CREDIT FILE: ONE HDR LINE, A DTL LINE
      *    PER PAYMENT AND A TRL LINE CARRYING THE RECORD COUNT AND
      *    AMOUNT HASH TOTAL OF THE DETAILS
       01 INWARD-CREDIT-REC.
           05 IC-REC-TYPE     PIC X(3).
           05 IC-ACC-NUMBER   PIC 9(5).
      *        BENEFICIARY ACCOUNT, WITH ITS CHECK DIGIT
           05 IC-AMOUNT       PIC 9(7)V99.
           05 IC-REMITTER     PIC X(20).
           05 IC-REF          PIC X(14).
      *        REMITTER'S REFERENCE, CARRIED INTO TL-REF
           05 FILLER          PIC X(9).
       01 INWARD-HEADER-REC.
           05 IH-REC-TYPE     PIC X(3).
           05 IH-FILE-DATE    PIC 9(8).
           05 IH-SENDER       PIC X(20).
           05 FILLER          PIC X(29).
       01 INWARD-TRAILER-REC.
           05 IT-REC-TYPE     PIC X(3).
           05 IT-COUNT        PIC 9(5).
           05 IT-HASH         PIC 9(11)V99.
           05 FILLER          PIC X(39).
