       01 SESSION-FOUND-FLAG PIC X.
       01 WS-STUDENT-NAME   PIC A(20).

       COPY SUBJLIST.
       01 SUBJ-IDX          PIC 9.
       01 WS-ONE-MARK       PIC 9(3).
       01 WS-ONE-PCT        PIC 9(3)V99.
       01 WS-ONE-GRADE      PIC X.
       01 WS-STUDENT-TOTAL  PIC 9(4).
       01 WS-STUDENT-PCT    PIC 9(3)V99.
       01 WS-SUBJECT-FAIL   PIC X.
       01 WS-SESSION-GRADE  PIC X.
       COPY SUPPRES.

       01 ELIGIBILITY-LIMIT PIC 9(3) VALUE 75.
       01 WS-ATT-PRESENT    PIC 9(4).
               "  NAME " S-NAME
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE "SUBJECT     MARKS / MAX  GRADE" TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               MOVE S-SUBJECT-MARKS (SUBJ-IDX) TO WS-ONE-MARK
               PERFORM GRADE-ONE-SUBJECT
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING SJ-NAME (SUBJ-IDX) "  "
                   WS-ONE-MARK " / " SJ-MAX (SUBJ-IDX) "    "
                   WS-ONE-GRADE
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               IF SX-SAT (SUBJ-IDX) = "Y"
                   PERFORM WRITE-SUPP-ATTEMPT
               END-IF
           END-PERFORM

           IF SX-SAT-COUNT > 0
               MOVE "(TOTAL AND GRADE AFTER SUPPLEMENTARY)"
                   TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF

           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "TOTAL " WS-STUDENT-TOTAL " / " SJ-TOTAL-MAX
               "   PCT "
               WS-STUDENT-PCT "   GRADE " WS-SESSION-GRADE
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE.

       WRITE-SUPP-ATTEMPT.
           MOVE SX-RESULT (SUBJ-IDX) TO WS-ONE-MARK
           PERFORM GRADE-ONE-SUBJECT
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "  SUPPLEMENTARY " SX-SUPP-MARK (SUBJ-IDX)
               "  RESULT " WS-ONE-MARK "    " WS-ONE-GRADE
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       COMPUTE-SESSION-TOTALS.
      *    EACH SESSION IS MARKED AGAINST THE SUBJECTS ITS CLASS
      *    SAT THAT YEAR; A PAPER RE-SAT AT A SUPPLEMENTARY COUNTS
      *    AT ITS RESULT MARK FROM SUPPRES
           MOVE S-SESSION TO SJ-SESSION
           MOVE S-CLASS TO SJ-CLASS
           CALL "SUBJLIST" USING SUBJLIST-AREA

           MOVE S-ROLL TO SX-ROLL
           MOVE S-SESSION TO SX-SESSION
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               MOVE S-SUBJECT-MARKS (SUBJ-IDX) TO SX-REGULAR (SUBJ-IDX)
               MOVE SJ-PASS (SUBJ-IDX) TO SX-PASS (SUBJ-IDX)
           END-PERFORM
           CALL "SUPPRES" USING SUPPRES-AREA

           MOVE 0 TO WS-STUDENT-TOTAL
           MOVE "N" TO WS-SUBJECT-FAIL
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               ADD SX-RESULT (SUBJ-IDX) TO WS-STUDENT-TOTAL
               IF SX-RESULT (SUBJ-IDX) < SJ-PASS (SUBJ-IDX)
                   MOVE "Y" TO WS-SUBJECT-FAIL
               END-IF
           END-PERFORM
           COMPUTE WS-STUDENT-PCT =
               WS-STUDENT-TOTAL * 100 / SJ-TOTAL-MAX

           EVALUATE TRUE
               WHEN WS-STUDENT-PCT >= 90
           END-EVALUATE.

       GRADE-ONE-SUBJECT.
           MOVE 0 TO WS-ONE-PCT
           IF SJ-MAX (SUBJ-IDX) > 0
               COMPUTE WS-ONE-PCT =
                   WS-ONE-MARK * 100 / SJ-MAX (SUBJ-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-ONE-MARK < SJ-PASS (SUBJ-IDX)
                   MOVE "F" TO WS-ONE-GRADE
               WHEN WS-ONE-PCT >= 90
                   MOVE "A" TO WS-ONE-GRADE
               WHEN WS-ONE-PCT >= 75
                   MOVE "B" TO WS-ONE-GRADE
               WHEN WS-ONE-PCT >= 60
                   MOVE "C" TO WS-ONE-GRADE
               WHEN OTHER
                   MOVE "D" TO WS-ONE-GRADE
           END-EVALUATE.

       COMPUTE-ATTENDANCE-PCT.
