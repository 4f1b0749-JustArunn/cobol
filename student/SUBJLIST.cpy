       01 SUBJLIST-AREA.
           05 SJ-SESSION     PIC 9(4).
           05 SJ-CLASS       PIC 9(2).
           05 SJ-FOUND       PIC X.
      *        Y = FROM THE SUBJECT MASTER; N = NO ROWS FOR THE
      *        CLASS, SO THE STANDARD FIVE SUBJECTS OUT OF 100
           05 SJ-FROM-SESSION PIC 9(4).
      *        SESSION THE LIST WAS SET FOR - THE LATEST ONE AT OR
      *        BEFORE SJ-SESSION
           05 SJ-COUNT       PIC 9.
           05 SJ-TOTAL-MAX   PIC 9(4).
           05 SJ-SUBJECT OCCURS 8 TIMES.
               10 SJ-NAME     PIC X(10).
               10 SJ-MAX      PIC 9(3).
               10 SJ-PASS     PIC 9(3).
