       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJECT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SUBJECT-FILE.
       COPY SUBJMAST.

       WORKING-STORAGE SECTION.
       01 WS-SUBJECT-STATUS PIC X(2).
       01 EOF-FLAG          PIC X.
       01 SUBJ-IDX          PIC 9.

      *    THE FIVE PAPERS EVERY CLASS SAT BEFORE THE SUBJECT MASTER;
      *    STILL USED FOR A CLASS THAT HAS NO ROWS ON IT
       01 STANDARD-SUBJECTS.
           05 FILLER PIC X(10) VALUE "ENGLISH".
           05 FILLER PIC X(10) VALUE "MATHS".
           05 FILLER PIC X(10) VALUE "SCIENCE".
           05 FILLER PIC X(10) VALUE "HISTORY".
           05 FILLER PIC X(10) VALUE "COMPUTER".
       01 STANDARD-SUBJECT-TABLE REDEFINES STANDARD-SUBJECTS.
           05 STANDARD-NAME OCCURS 5 TIMES PIC X(10).

       LINKAGE SECTION.
       COPY SUBJLIST.

       PROCEDURE DIVISION USING SUBJLIST-AREA.

      *    SUBJECT LIST OF ONE CLASS FOR ONE SESSION, WITH THE
      *    MAXIMUM AND PASS MARK OF EACH PAPER. A LIST STAYS IN
      *    FORCE UNTIL A LATER SESSION SETS A NEW ONE, SO THE
      *    MASTER ONLY CHANGES WHEN A CLASS'S PAPERS DO. ASKED BY
      *    STUDENTSYS AND TRANSCRIPT FOR MARK ENTRY, GRADING, THE
      *    MARK SHEET AND THE RANKING
       SUBJLIST-MAIN.
           MOVE "N" TO SJ-FOUND
           MOVE 0 TO SJ-FROM-SESSION
           MOVE 0 TO SJ-COUNT
           MOVE 0 TO SJ-TOTAL-MAX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               MOVE SPACES TO SJ-NAME (SUBJ-IDX)
               MOVE 0 TO SJ-MAX (SUBJ-IDX)
               MOVE 0 TO SJ-PASS (SUBJ-IDX)
           END-PERFORM

           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJECT-STATUS = "00" OR WS-SUBJECT-STATUS = "05"
               PERFORM FIND-SESSION-IN-FORCE
               CLOSE SUBJECT-FILE
           END-IF

           IF SJ-FROM-SESSION > 0
               OPEN INPUT SUBJECT-FILE
               PERFORM LOAD-CLASS-SUBJECTS
               CLOSE SUBJECT-FILE
           END-IF

           IF SJ-COUNT = 0
               PERFORM LOAD-STANDARD-SUBJECTS
           END-IF

           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               ADD SJ-MAX (SUBJ-IDX) TO SJ-TOTAL-MAX
           END-PERFORM

           GOBACK.

       FIND-SESSION-IN-FORCE.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUBJECT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SB-CLASS = SJ-CLASS
                           AND SB-SESSION <= SJ-SESSION
                           AND SB-SESSION > SJ-FROM-SESSION
                           MOVE SB-SESSION TO SJ-FROM-SESSION
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CLASS-SUBJECTS.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUBJECT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SB-CLASS = SJ-CLASS
                           AND SB-SESSION = SJ-FROM-SESSION
                           AND SB-SEQ > 0 AND SB-SEQ <= 8
                           AND SB-MAX-MARKS > 0
                           MOVE SB-SEQ TO SUBJ-IDX
                           MOVE SB-NAME TO SJ-NAME (SUBJ-IDX)
                           MOVE SB-MAX-MARKS TO SJ-MAX (SUBJ-IDX)
                           MOVE SB-PASS-MARKS TO SJ-PASS (SUBJ-IDX)
                           IF SB-SEQ > SJ-COUNT
                               MOVE SB-SEQ TO SJ-COUNT
                           END-IF
                           MOVE "Y" TO SJ-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-STANDARD-SUBJECTS.
           MOVE "N" TO SJ-FOUND
           MOVE 0 TO SJ-FROM-SESSION
           MOVE 5 TO SJ-COUNT
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 5
               MOVE STANDARD-NAME (SUBJ-IDX) TO SJ-NAME (SUBJ-IDX)
               MOVE 100 TO SJ-MAX (SUBJ-IDX)
               MOVE 40 TO SJ-PASS (SUBJ-IDX)
           END-PERFORM.
