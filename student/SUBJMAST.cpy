       01 SUBJECT-REC.
           05 SB-SESSION     PIC 9(4).
           05 SB-CLASS       PIC 9(2).
           05 SB-SEQ         PIC 9.
      *        POSITION OF THE SUBJECT ON THE MARK SHEET AND IN
      *        S-SUBJECT-MARKS, 1-8
           05 SB-NAME        PIC X(10).
           05 SB-MAX-MARKS   PIC 9(3).
           05 SB-PASS-MARKS  PIC 9(3).
