       01 SUSPAGE-AREA.
           05 SA-AS-OF-DATE  PIC 9(8).
      *        OPEN ITEMS ARE AGED IN CALENDAR DAYS FROM PARKING
      *        TO THIS DATE
           05 SA-BAND OCCURS 3 TIMES.
      *        1 = 0-7 DAYS, 2 = 8-30 DAYS, 3 = 31 DAYS AND OVER
               10 SA-BAND-COUNT  PIC 9(5).
               10 SA-BAND-AMOUNT PIC 9(9)V99.
           05 SA-OPEN-COUNT  PIC 9(5).
           05 SA-OPEN-TOTAL  PIC 9(9)V99.
           05 SA-PARKED-TODAY   PIC 9(9)V99.
           05 SA-CLEARED-TODAY  PIC 9(9)V99.
           05 SA-RETURNED-TODAY PIC 9(9)V99.
      *        MOVEMENTS DATED SA-AS-OF-DATE, FOR THE DAY'S PROOF
