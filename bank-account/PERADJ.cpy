       01 PERIOD-ADJ-REC.
           05 PA-TIMESTAMP     PIC 9(14).
      *        WHEN THE ADJUSTMENT WAS POSTED; ITS OWN DATE PUTS IT
      *        IN THE CURRENT (OPEN) PERIOD
           05 PA-CLOSED-PERIOD PIC 9(6).
      *        THE CLOSED MONTH THE ADJUSTMENT CORRECTS
           05 PA-ACC-NUMBER    PIC 9(5).
           05 PA-TL-TYPE       PIC X(8).
           05 PA-AMOUNT        PIC 9(5)V99.
           05 PA-ORIG-REF      PIC X(14).
      *        TIMESTAMP OF THE ENTRY IN THE CLOSED MONTH
           05 PA-ORIG-TYPE     PIC X(8).
           05 PA-OPERATOR      PIC 999.
