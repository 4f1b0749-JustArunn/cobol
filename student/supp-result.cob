       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-FILE ASSIGN TO "supplementary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SUPP-FILE.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
       01 WS-SUPP-STATUS    PIC X(2).
       01 EOF-FLAG          PIC X.
       01 SUBJ-IDX          PIC 9.

       LINKAGE SECTION.
       COPY SUPPRES.

       PROCEDURE DIVISION USING SUPPRES-AREA.

      *    RESULT MARK OF EACH PAPER OF ONE STUDENT FOR ONE SESSION
      *    ONCE ANY SUPPLEMENTARY ATTEMPT IS TAKEN INTO ACCOUNT.
      *    UNDER THE CAPPED RULE A CLEARED SUPPLEMENTARY COUNTS AS
      *    THE PASS MARK; UNDER THE BEST-OF RULE THE HIGHER OF THE
      *    TWO ATTEMPTS COUNTS. A PAPER NOT RE-SAT KEEPS ITS REGULAR
      *    MARK. ASKED BY STUDENTSYS AND TRANSCRIPT
       SUPPRES-MAIN.
           MOVE 0 TO SX-SAT-COUNT
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               MOVE "N" TO SX-SAT (SUBJ-IDX)
               MOVE 0 TO SX-SUPP-MARK (SUBJ-IDX)
               MOVE SPACE TO SX-RULE (SUBJ-IDX)
           END-PERFORM

           OPEN INPUT SUPP-FILE
           IF WS-SUPP-STATUS = "00" OR WS-SUPP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUPP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SP-ROLL = SX-ROLL
                               AND SP-SESSION = SX-SESSION
                               AND SP-SEQ > 0 AND SP-SEQ <= 8
                               PERFORM TAKE-SUPP-MARK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPP-FILE
           END-IF

           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               PERFORM SET-RESULT-MARK
           END-PERFORM

           GOBACK.

       TAKE-SUPP-MARK.
           MOVE SP-SEQ TO SUBJ-IDX
           IF SX-SAT (SUBJ-IDX) = "N"
               ADD 1 TO SX-SAT-COUNT
           END-IF
           MOVE "Y" TO SX-SAT (SUBJ-IDX)
           MOVE SP-MARK TO SX-SUPP-MARK (SUBJ-IDX)
           MOVE SP-RULE TO SX-RULE (SUBJ-IDX).

       SET-RESULT-MARK.
           MOVE SX-REGULAR (SUBJ-IDX) TO SX-RESULT (SUBJ-IDX)
           IF SX-SAT (SUBJ-IDX) = "Y"
               IF SX-RULE (SUBJ-IDX) NOT = "B"
                   AND SX-SUPP-MARK (SUBJ-IDX) >= SX-PASS (SUBJ-IDX)
                   AND SX-REGULAR (SUBJ-IDX) < SX-PASS (SUBJ-IDX)
                   MOVE SX-PASS (SUBJ-IDX) TO SX-RESULT (SUBJ-IDX)
               ELSE
                   IF SX-SUPP-MARK (SUBJ-IDX) > SX-REGULAR (SUBJ-IDX)
                       AND (SX-RULE (SUBJ-IDX) = "B"
                       OR SX-SUPP-MARK (SUBJ-IDX) < SX-PASS (SUBJ-IDX))
                       MOVE SX-SUPP-MARK (SUBJ-IDX)
                           TO SX-RESULT (SUBJ-IDX)
                   END-IF
               END-IF
           END-IF.
