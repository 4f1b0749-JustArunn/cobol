       01 SETTLEMENT-REC.
           05 ST-EMP-ID       PIC 9(5).
           05 ST-LEAVE-DATE   PIC 9(8).
           05 ST-RUN-DATE     PIC 9(8).
           05 ST-PERIOD       PIC 9(6).
      *        PAY PERIOD THE SETTLEMENT WAS PAID IN; THE HISTORY
      *        ROW CARRIES THE SAME PERIOD WITH REC-TYPE F
           05 ST-DAYS-PAID    PIC 9(2).
           05 ST-FINAL-BASIC  PIC 9(6).
           05 ST-ENCASH-DAYS  PIC 9(3).
           05 ST-ENCASHMENT   PIC 9(6).
           05 ST-SERVICE-YRS  PIC 9(2).
           05 ST-GRATUITY     PIC 9(6).
           05 ST-GROSS        PIC 9(7).
           05 ST-PF           PIC 9(6)V99.
           05 ST-PROF-TAX     PIC 9(4)V99.
           05 ST-INCOME-TAX   PIC 9(6)V99.
           05 ST-ADV-RECOVERY PIC 9(6)V99.
           05 ST-NET          PIC 9(7)V99.
           05 ST-DUE-FROM-EMP PIC 9(6)V99.
      *        ADVANCE STILL OWED WHEN THE SETTLEMENT COULD NOT
      *        COVER IT; LEFT ON THE ADVANCE FOR MANUAL RECOVERY
           05 ST-SETTLED-BY   PIC 999.
