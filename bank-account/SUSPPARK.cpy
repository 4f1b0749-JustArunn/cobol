       01 SUSPPARK-AREA.
           05 SK-SOURCE      PIC X(8).
           05 SK-REF         PIC X(14).
           05 SK-ORIG-ACC    PIC 9(5).
           05 SK-AMOUNT      PIC 9(7)V99.
           05 SK-NARRATIVE   PIC X(20).
           05 SK-REASON      PIC X(25).
           05 SK-ITEM-NO     PIC 9(6).
      *        RETURNED: THE SUSPENSE ITEM NUMBER GIVEN
