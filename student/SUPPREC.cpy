       01 SUPP-REC.
           05 SP-ROLL        PIC 9(5).
           05 SP-SESSION     PIC 9(4).
      *        SESSION OF THE REGULAR EXAMINATION THE PAPER WAS FAILED
           05 SP-SEQ         PIC 9.
      *        POSITION OF THE PAPER IN S-SUBJECT-MARKS, 1-8
           05 SP-MARK        PIC 9(3).
           05 SP-RULE        PIC X.
      *        RESULT RULE IN FORCE WHEN THE MARK WAS KEYED:
      *        C = A PASS IS CAPPED AT THE PASS MARK,
      *        B = BEST OF THE REGULAR AND SUPPLEMENTARY MARK
           05 SP-KEYED-DATE  PIC 9(8).
