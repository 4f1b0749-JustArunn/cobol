           05 S-ROLL    PIC 9(5).
           05 S-NAME    PIC A(20).
           05 S-MARKS-TABLE.
               10 S-SUBJECT-MARKS OCCURS 8 TIMES PIC 9(3).
      *            IN THE ORDER OF THE SUBJECT MASTER FOR THE
      *            STUDENT'S CLASS AND SESSION; UNUSED SLOTS ZERO
           05 S-SESSION PIC 9(4).
           05 S-CLASS   PIC 9(2).
