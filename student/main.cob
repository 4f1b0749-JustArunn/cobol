           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-CTL-STATUS.

           SELECT SUBJECT-FILE ASSIGN TO "subjects.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT SUBJECT-TEMP-FILE ASSIGN TO "subjects.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPP-FILE ASSIGN TO "supplementary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.

           SELECT SUPP-TEMP-FILE ASSIGN TO "supplementary.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPP-RULE-FILE ASSIGN TO "supp-rule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-RULE-STATUS.

           SELECT SUPP-SORT-FILE ASSIGN TO "student-supp.srt".

           SELECT SCHEME-FILE ASSIGN TO "scholarship.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEME-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO "concessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONCESSION-STATUS.

           SELECT CONCESSION-TEMP-FILE ASSIGN TO "concessions.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AWARD-SORT-FILE ASSIGN TO "student-award.srt".

           SELECT GUARDIAN-FILE ASSIGN TO "guardians.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ROLL
           FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT LETTER-FILE ASSIGN USING WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 FS-AMOUNT   PIC 9(6).

       FD FEE-RECEIPT-FILE.
       COPY FEERCPT.

       FD FEE-CF-FILE.
       01 FEE-CF-REC.
       01 FEE-CTL-REC.
           05 FT-NEXT-RECEIPT PIC 9(6).

       FD SUBJECT-FILE.
       COPY SUBJMAST.

       FD SUBJECT-TEMP-FILE.
       COPY SUBJMAST REPLACING ==SUBJECT-REC== BY ==SUBJECT-TEMP-REC==
                    LEADING ==SB== BY ==ST==.

       FD SUPP-FILE.
       COPY SUPPREC.

       FD SUPP-TEMP-FILE.
       COPY SUPPREC REPLACING ==SUPP-REC== BY ==SUPP-TEMP-REC==
                    LEADING ==SP== BY ==SQ==.

       FD SUPP-RULE-FILE.
       01 SUPP-RULE-REC.
           05 SR-RULE     PIC X.
      *        C = CAPPED AT THE PASS MARK, B = BEST OF THE TWO

       SD SUPP-SORT-FILE.
       01 SUPP-SORT-REC.
           05 SS-CLASS    PIC 9(2).
           05 SS-SEQ      PIC 9.
           05 SS-ROLL     PIC 9(5).
           05 SS-NAME     PIC A(20).
           05 SS-SUBJECT  PIC X(10).
           05 SS-MARK     PIC 9(3).
           05 SS-PASS     PIC 9(3).
           05 SS-SAT      PIC X.
           05 SS-SUPP-MARK PIC 9(3).

       FD SCHEME-FILE.
       01 SCHEME-REC.
           05 SH-SESSION     PIC 9(4).
           05 SH-CLASS       PIC 9(2).
           05 SH-RANK-FROM   PIC 9(3).
           05 SH-RANK-TO     PIC 9(3).
           05 SH-BASIS       PIC X.
      *        P = PERCENTAGE OF THE SESSION FEE, F = FIXED AMOUNT
           05 SH-PCT         PIC 9(3)V99.
           05 SH-FIXED       PIC 9(6).
           05 SH-MIN-ATTEND  PIC 9(3).

       FD CONCESSION-FILE.
       COPY CONCESS.

       FD CONCESSION-TEMP-FILE.
       COPY CONCESS REPLACING
                    ==CONCESSION-REC== BY ==CONCESSION-TEMP-REC==
                    LEADING ==CN== BY ==CT==.

       SD AWARD-SORT-FILE.
       01 AWARD-SORT-REC.
           05 AS-CLASS    PIC 9(2).
           05 AS-PCT      PIC 9(3)V99.
           05 AS-ROLL     PIC 9(5).
           05 AS-NAME     PIC A(20).
           05 AS-ATT-PCT  PIC 9(3)V99.

       FD GUARDIAN-FILE.
       COPY GUARDIAN.

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 CHOICE            PIC 99 VALUE 0.
       01 TOTAL-MARKS       PIC 9(6)V99 VALUE 0.
       01 STUDENT-COUNT     PIC 9(5) VALUE 0.
       01 AVG-MARKS         PIC 9(3)V9(2).
      *    THE PAPERS OF THE STUDENT'S CLASS AND SESSION COME FROM
      *    THE SUBJECT MASTER THROUGH SUBJLIST
       COPY SUBJLIST.
       01 SUBJ-IDX          PIC 9 VALUE 1.
       01 WS-ONE-MARK       PIC 9(3).
       01 WS-ONE-PCT        PIC 9(3)V99.
       01 WS-ONE-GRADE      PIC X.
       01 WS-STUDENT-TOTAL  PIC 9(4).
       01 WS-STUDENT-PCT    PIC 9(3)V99.
       01 WS-SUBJECT-FAIL   PIC X.
       01 WS-REGULAR-FAILS  PIC 9.
           88 SUPP-ELIGIBLE VALUE 1 2.
      *        ONE OR TWO PAPERS FAILED AT THE REGULAR EXAMINATION
      *        MAY BE RE-SAT AT A SUPPLEMENTARY

       01 GRADE-A-COUNT     PIC 9(5) VALUE 0.
       01 GRADE-B-COUNT     PIC 9(5) VALUE 0.
       01 WS-FEE-DUE         PIC 9(6).
       01 WS-FEE-PAID        PIC 9(7).
       01 WS-FEE-CF          PIC 9(6).
       01 WS-FEE-CONCESSION  PIC 9(6).
       01 WS-FEE-OUTSTANDING PIC S9(7).
       01 WS-FEE-OUT-EDIT    PIC -(6)9.
       01 WS-RECEIPT-AMT     PIC 9(6).
       01 DEFAULTER-COUNT    PIC 9(5).
       01 WS-DEF-CLASS       PIC 9(2).

      *    SUBJECT MASTER MAINTENANCE
       01 SUBJ-CHOICE        PIC 9 VALUE 0.
       01 WS-SUBJECT-STATUS  PIC X(2).
       01 SUBJ-EOF-FLAG      PIC X.
       01 WS-SUBJ-SESSION    PIC 9(4).
       01 WS-SUBJ-CLASS      PIC 9(2).
       01 WS-SUBJ-COUNT      PIC 9.
       01 SUBJ-OK-FLAG       PIC X.
       01 NEW-SUBJECT-TABLE.
           05 NS-ENTRY OCCURS 8 TIMES.
               10 NS-NAME     PIC X(10).
               10 NS-MAX      PIC 9(3).
               10 NS-PASS     PIC 9(3).
       01 WS-SUBJECT-FILENAME PIC X(20) VALUE "subjects.dat".
       01 WS-SUBJECT-TEMP-FILENAME PIC X(20) VALUE "subjects.tmp".

      *    SUPPLEMENTARY EXAMINATIONS: THE RESULT OF EACH RE-SAT
      *    PAPER COMES FROM SUPPRES SO THE MARK SHEET, THE RANKING,
      *    THE PROMOTION RUNS AND TRANSCRIPT ALL AGREE
       COPY SUPPRES.
       01 SUPP-CHOICE        PIC 9 VALUE 0.
       01 WS-SUPP-STATUS     PIC X(2).
       01 WS-SUPP-RULE-STATUS PIC X(2).
       01 SUPP-EOF-FLAG      PIC X.
       01 WS-SUPP-SESSION    PIC 9(4).
       01 WS-SUPP-RULE       PIC X.
       01 WS-SUPP-ROLL       PIC 9(5).
       01 WS-SUPP-DATE       PIC 9(8).
       01 HELD-COUNT         PIC 9(5).
       01 SKIPPED-COUNT      PIC 9(5).
       01 SUPP-STUDENT-COUNT PIC 9(5).
       01 SUPP-PAPER-COUNT   PIC 9(5).
       01 SUPP-SORT-EOF      PIC 9.
       01 WS-LAST-CLASS      PIC 9(2).
       01 WS-LAST-SEQ        PIC 9.
       01 WS-SUPP-SHOW       PIC X(15).
       01 NEW-SUPP-TABLE.
           05 NP-ENTRY OCCURS 8 TIMES.
               10 NP-KEYED    PIC X.
               10 NP-MARK     PIC 9(3).
       01 WS-SUPP-FILENAME   PIC X(20) VALUE "supplementary.dat".
       01 WS-SUPP-TEMP-FILENAME PIC X(20) VALUE "supplementary.tmp".

      *    MERIT SCHOLARSHIPS: SCHEMES PER SESSION AND CLASS GIVE A
      *    RANK RANGE, THE CONCESSION AND A MINIMUM ATTENDANCE; THE
      *    AWARD RUN RANKS EACH CLASS AND WRITES ONE CONCESSION PER
      *    AWARD, WHICH THE FEE POSITION THEN NETS OFF
       01 SCH-CHOICE         PIC 9 VALUE 0.
       01 WS-SCHEME-STATUS   PIC X(2).
       01 WS-CONCESSION-STATUS PIC X(2).
       01 SCH-EOF-FLAG       PIC X.
       01 SCH-OK-FLAG        PIC X.
       01 WS-SCH-SESSION     PIC 9(4).
       01 WS-SCH-DATE        PIC 9(8).
       01 WS-CLASS-POSITION  PIC 9(3).
       01 WS-CLASS-RANK      PIC 9(3).
       01 WS-LAST-PCT        PIC 9(3)V99.
       01 WS-CONCESSION-AMT  PIC 9(6).
       01 WS-FOREGONE-TOTAL  PIC 9(8).
       01 WS-FOREGONE-EDIT   PIC Z(7)9.
       01 WS-SCH-PCT-EDIT    PIC ZZ9.99.
       01 WS-SCH-ATT-EDIT    PIC ZZ9.99.
       01 WS-SCH-BASIS-EDIT  PIC ZZ9.99.
       01 AWARD-COUNT        PIC 9(5).
       01 ATTEND-MISS-COUNT  PIC 9(5).
       01 SESSION-STUDENT-COUNT PIC 9(5).
       01 AWARD-SORT-EOF     PIC 9.
       01 SCHEME-COUNT       PIC 9(3).
       01 SCHEME-TABLE.
           05 SE-ENTRY OCCURS 50 TIMES INDEXED BY SE-IDX.
               10 SE-CLASS      PIC 9(2).
               10 SE-RANK-FROM  PIC 9(3).
               10 SE-RANK-TO    PIC 9(3).
               10 SE-BASIS      PIC X.
               10 SE-PCT        PIC 9(3)V99.
               10 SE-FIXED      PIC 9(6).
               10 SE-MIN-ATTEND PIC 9(3).
       01 SCHEME-FOUND-FLAG  PIC X.
       01 WS-CONCESSION-FILENAME PIC X(20) VALUE "concessions.dat".
       01 WS-CONCESSION-TEMP-FILENAME PIC X(20)
           VALUE "concessions.tmp".

      *    GUARDIAN MASTER AND THE LETTERS TO PARENTS: PROGRESS,
      *    ATTENDANCE SHORTFALL WARNING AND FEE REMINDER
       01 GD-CHOICE          PIC 9 VALUE 0.
       01 WS-GUARDIAN-STATUS PIC X(2).
       01 WS-GD-ROLL         PIC 9(5).
       01 WS-GD-INPUT        PIC X(30).
       01 GD-FOUND-FLAG      PIC X.
       01 STUDENT-FOUND-FLAG PIC X.
       01 WS-LETTER-TYPE     PIC 9.
           88 PROGRESS-LETTER   VALUE 1.
           88 ATTENDANCE-LETTER VALUE 2.
           88 FEE-LETTER        VALUE 3.
       01 WS-LETTER-SESSION  PIC 9(4).
       01 WS-LETTER-CLASS    PIC 9(2).
       01 WS-LETTER-DATE     PIC 9(8).
       01 WS-LETTER-FILENAME PIC X(40).
       01 WS-LETTER-WANTED   PIC X.
       01 LETTER-COUNT       PIC 9(5).
       01 NO-GUARDIAN-COUNT  PIC 9(5).
       01 WS-LT-PCT-EDIT     PIC ZZ9.99.
       01 WS-LT-AMT-EDIT     PIC Z(6)9.
       01 LT-TEXT-LINE.
           05 LT-LABEL       PIC X(24).
           05 LT-VALUE       PIC X(56).

       PROCEDURE DIVISION.

       MAIN-PARA.
               DISPLAY "8. ATTENDANCE"
               DISPLAY "9. YEAR-END PROMOTION RUN"
               DISPLAY "10. FEES"
               DISPLAY "11. SUBJECT MASTER"
               DISPLAY "12. SUPPLEMENTARY EXAMINATIONS"
               DISPLAY "13. SCHOLARSHIPS"
               DISPLAY "14. GUARDIANS AND LETTERS"
               DISPLAY "99. EXIT"
               DISPLAY "ENTER CHOICE: "

                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 10 PERFORM FEES-MENU
                   WHEN 11 PERFORM SUBJECT-MENU
                   WHEN 12 PERFORM SUPP-MENU
                   WHEN 13 PERFORM SCHOLARSHIP-MENU
                   WHEN 14 PERFORM GUARDIAN-MENU
                   WHEN 99 DISPLAY "EXITING PROGRAM..."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           CLOSE STUDENT-FILE.

       PROMPT-VALID-MARKS.
      *    ONE PROMPT PER PAPER OF THE STUDENT'S CLASS, EACH CHECKED
      *    AGAINST ITS OWN MAXIMUM; SLOTS THE CLASS DOES NOT SIT ARE
      *    KEPT AT ZERO
           PERFORM LOAD-CLASS-SUBJECTS
           MOVE ZEROES TO S-MARKS-TABLE
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               PERFORM PROMPT-ONE-SUBJECT
           END-PERFORM.

       PROMPT-ONE-SUBJECT.
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL FOUND-FLAG = "Y"
               DISPLAY "ENTER " SJ-NAME (SUBJ-IDX)
                   " MARKS (0-" SJ-MAX (SUBJ-IDX) "): "
               ACCEPT WS-ONE-MARK
               IF WS-ONE-MARK > SJ-MAX (SUBJ-IDX)
                   DISPLAY "INVALID MARKS, MUST BE 0-"
                       SJ-MAX (SUBJ-IDX)
               ELSE
                   MOVE WS-ONE-MARK TO S-SUBJECT-MARKS (SUBJ-IDX)
                   MOVE "Y" TO FOUND-FLAG
                               "  CLASS: " S-CLASS
                           PERFORM COMPUTE-STUDENT-TOTALS
                           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                                   UNTIL SUBJ-IDX > SJ-COUNT
                               DISPLAY "  " SJ-NAME (SUBJ-IDX)
                                   ": " S-SUBJECT-MARKS (SUBJ-IDX)
                                   " / " SJ-MAX (SUBJ-IDX)
                               PERFORM DISPLAY-SUPP-ATTEMPT
                           END-PERFORM
                           DISPLAY "TOTAL: " WS-STUDENT-TOTAL
                               "  PCT: " WS-STUDENT-PCT
                   DISPLAY "NAME : " S-NAME
                   PERFORM COMPUTE-STUDENT-TOTALS
                   PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                           UNTIL SUBJ-IDX > SJ-COUNT
                       DISPLAY "  " SJ-NAME (SUBJ-IDX) ": "
                           S-SUBJECT-MARKS (SUBJ-IDX)
                           " / " SJ-MAX (SUBJ-IDX)
                       PERFORM DISPLAY-SUPP-ATTEMPT
                   END-PERFORM
                   DISPLAY "TOTAL: " WS-STUDENT-TOTAL
                       "  PCT: " WS-STUDENT-PCT
           END-READ.

       DISPLAY-SUPP-ATTEMPT.
           IF SX-SAT (SUBJ-IDX) = "Y"
               DISPLAY "    SUPPLEMENTARY: " SX-SUPP-MARK (SUBJ-IDX)
                   "  RESULT: " SX-RESULT (SUBJ-IDX)
           END-IF.

       PRINT-MARK-SHEET.
           DISPLAY "ENTER ROLL NUMBER FOR MARK SHEET: "
           ACCEPT S-ROLL
           DISPLAY "ROLL NUMBER : " S-ROLL
           DISPLAY "NAME        : " S-NAME
           DISPLAY "SESSION     : " S-SESSION "  CLASS: " S-CLASS
           DISPLAY "SUBJECT     MARKS / MAX  GRADE"
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               MOVE S-SUBJECT-MARKS (SUBJ-IDX)
                   TO WS-ONE-MARK
               PERFORM GRADE-ONE-SUBJECT
               DISPLAY SJ-NAME (SUBJ-IDX) "    "
                   WS-ONE-MARK " / " SJ-MAX (SUBJ-IDX) "  "
                   WS-ONE-GRADE
               IF SX-SAT (SUBJ-IDX) = "Y"
                   MOVE SX-RESULT (SUBJ-IDX) TO WS-ONE-MARK
                   PERFORM GRADE-ONE-SUBJECT
                   DISPLAY "  SUPPLEMENTARY " SX-SUPP-MARK (SUBJ-IDX)
                       "  RESULT " WS-ONE-MARK "  " WS-ONE-GRADE
               END-IF
           END-PERFORM
           IF SX-SAT-COUNT > 0
               DISPLAY "(TOTALS AND RESULT AFTER SUPPLEMENTARY)"
           END-IF
           DISPLAY "TOTAL       : " WS-STUDENT-TOTAL
               " / " SJ-TOTAL-MAX
           DISPLAY "PERCENTAGE  : " WS-STUDENT-PCT
           DISPLAY "GRADE       : " WS-MARK-SHEET-GRADE
           DISPLAY "RESULT      : " WS-MARK-SHEET-RESULT
           IF WS-MARK-SHEET-RESULT = "FAIL" AND SUPP-ELIGIBLE
               AND SX-SAT-COUNT = 0
               DISPLAY "SUPPLEMENTARY: ELIGIBLE IN "
                   WS-REGULAR-FAILS " PAPER(S)"
           END-IF
           DISPLAY "================================="
           DISPLAY " ".

       CLASSIFY-MARK-SHEET.
      *    OVERALL GRADE COMES OFF THE PERCENTAGE; ANY SUBJECT BELOW
      *    ITS PASS MARK FAILS THE WHOLE SHEET REGARDLESS OF THE
      *    AVERAGE
           PERFORM COMPUTE-STUDENT-TOTALS

           EVALUATE TRUE
           END-IF.

       COMPUTE-STUDENT-TOTALS.
      *    THE PERCENTAGE IS OF THE CLASS'S TOTAL MAXIMUM, SO A
      *    FOUR-PAPER AND A SIX-PAPER CLASS RANK ON THE SAME SCALE.
      *    A RE-SAT PAPER COUNTS AT ITS SUPPLEMENTARY RESULT MARK;
      *    WS-REGULAR-FAILS STAYS ON THE REGULAR ATTEMPT
           PERFORM LOAD-CLASS-SUBJECTS
           PERFORM LOAD-SUPP-RESULTS
           MOVE 0 TO WS-STUDENT-TOTAL
           MOVE 0 TO WS-REGULAR-FAILS
           MOVE "N" TO WS-SUBJECT-FAIL
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               ADD SX-RESULT (SUBJ-IDX) TO WS-STUDENT-TOTAL
               IF SX-RESULT (SUBJ-IDX) < SJ-PASS (SUBJ-IDX)
                   MOVE "Y" TO WS-SUBJECT-FAIL
               END-IF
               IF S-SUBJECT-MARKS (SUBJ-IDX) < SJ-PASS (SUBJ-IDX)
                   ADD 1 TO WS-REGULAR-FAILS
               END-IF
           END-PERFORM
           COMPUTE WS-STUDENT-PCT =
               WS-STUDENT-TOTAL * 100 / SJ-TOTAL-MAX.

       LOAD-CLASS-SUBJECTS.
           MOVE S-SESSION TO SJ-SESSION
           MOVE S-CLASS TO SJ-CLASS
           CALL "SUBJLIST" USING SUBJLIST-AREA.

       LOAD-SUPP-RESULTS.
           MOVE S-ROLL TO SX-ROLL
           MOVE S-SESSION TO SX-SESSION
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               MOVE S-SUBJECT-MARKS (SUBJ-IDX) TO SX-REGULAR (SUBJ-IDX)
               MOVE SJ-PASS (SUBJ-IDX) TO SX-PASS (SUBJ-IDX)
           END-PERFORM
           CALL "SUPPRES" USING SUPPRES-AREA.

       GRADE-ONE-SUBJECT.
      *    GRADED ON THE MARK AS A PERCENTAGE OF THE PAPER'S
      *    MAXIMUM; BELOW THE PAPER'S PASS MARK IS ALWAYS F
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

       UPDATE-STUDENT.
      *    PASSING STUDENTS MOVE UP A CLASS INTO THE NEW SESSION;
      *    FAILING STUDENTS REPEAT THE CLASS. EVERY RECORD OF THE
      *    CLOSING SESSION IS ARCHIVED FIRST SO MARK SHEETS CAN BE
      *    REPRINTED AFTER THE PROMOTION. A STUDENT WHO FAILED ONE
      *    OR TWO PAPERS AND HAS NOT YET RE-SAT THEM IS HELD IN THE
      *    CLOSING SESSION FOR THE SUPPLEMENTARY PROMOTION PASS
           DISPLAY "SESSION TO CLOSE (YYYY):"
           ACCEPT WS-PROMO-SESSION

           MOVE 0 TO PROMOTED-COUNT
           MOVE 0 TO RETAINED-COUNT
           MOVE 0 TO ARCHIVED-COUNT
           MOVE 0 TO HELD-COUNT

           OPEN I-O STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-PROMO-SESSION
                               PERFORM PROMOTE-OR-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "RECORDS ARCHIVED : " ARCHIVED-COUNT
               DISPLAY "PROMOTED         : " PROMOTED-COUNT
               DISPLAY "RETAINED         : " RETAINED-COUNT
               DISPLAY "HELD FOR SUPPL.  : " HELD-COUNT
               DISPLAY "ARCHIVE FILE     : " WS-ARCHIVE-FILENAME

               MOVE "PROMOTION   " TO AJ-ACTION
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       PROMOTE-OR-HOLD.
           PERFORM CLASSIFY-MARK-SHEET
           IF WS-MARK-SHEET-RESULT = "FAIL" AND SUPP-ELIGIBLE
               AND SX-SAT-COUNT = 0
               ADD 1 TO HELD-COUNT
               DISPLAY "ROLL " S-ROLL ": HELD FOR SUPPLEMENTARY IN "
                   WS-REGULAR-FAILS " PAPER(S)"
           ELSE
               PERFORM PROMOTE-ONE-STUDENT
           END-IF.

       PROMOTE-ONE-STUDENT.
           MOVE STUDENT-REC TO ARCHIVE-REC
           WRITE ARCHIVE-REC
           DISPLAY "STUDENT     : " S-NAME
           DISPLAY "SESSION FEE : " WS-FEE-DUE
           DISPLAY "CARRIED FWD : " WS-FEE-CF
           IF WS-FEE-CONCESSION > 0
               DISPLAY "SCHOLARSHIP : " WS-FEE-CONCESSION
           END-IF
           DISPLAY "PAID SO FAR : " WS-FEE-PAID
           DISPLAY "OUTSTANDING : " WS-FEE-OUT-EDIT


       COMPUTE-FEE-OUTSTANDING.
      *    OUTSTANDING = SESSION FEE FOR THE CLASS, PLUS ANY
      *    BALANCE CARRIED IN FROM EARLIER SESSIONS, LESS ANY
      *    SCHOLARSHIP CONCESSION AND THE RECEIPTS POSTED IN THE
      *    SESSION
           PERFORM LOOKUP-SESSION-FEE

           MOVE 0 TO WS-FEE-PAID
           MOVE "N" TO FEE-EOF-FLAG
               CLOSE FEE-CF-FILE
           END-IF

           MOVE 0 TO WS-FEE-CONCESSION
           MOVE "N" TO FEE-EOF-FLAG
           OPEN INPUT CONCESSION-FILE
           IF WS-CONCESSION-STATUS NOT = "35"
               PERFORM UNTIL FEE-EOF-FLAG = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO FEE-EOF-FLAG
                       NOT AT END
                           IF CN-ROLL = WS-FEE-ROLL
                               AND CN-SESSION = WS-FEE-SESSION
                               ADD CN-AMOUNT TO WS-FEE-CONCESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF

           COMPUTE WS-FEE-OUTSTANDING =
               WS-FEE-DUE + WS-FEE-CF - WS-FEE-CONCESSION
               - WS-FEE-PAID.

       LOOKUP-SESSION-FEE.
           MOVE 0 TO WS-FEE-DUE
           MOVE "N" TO FEE-EOF-FLAG
           OPEN INPUT FEE-STRUCT-FILE
           IF WS-FEE-STRUCT-STATUS NOT = "35"
               PERFORM UNTIL FEE-EOF-FLAG = "Y"
                   READ FEE-STRUCT-FILE
                       AT END
                           MOVE "Y" TO FEE-EOF-FLAG
                       NOT AT END
                           IF FS-SESSION = WS-FEE-SESSION
                               AND FS-CLASS = WS-FEE-CLASS
                               MOVE FS-AMOUNT TO WS-FEE-DUE
                               MOVE "Y" TO FEE-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-STRUCT-FILE
           END-IF.

       DEFAULTERS-REPORT.
           DISPLAY "CLASS TO REPORT (0 = ALL CLASSES):"
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SUBJECT-MENU.
           MOVE 0 TO SUBJ-CHOICE
           PERFORM UNTIL SUBJ-CHOICE = 3

               DISPLAY " "
               DISPLAY "===== SUBJECT MASTER ====="
               DISPLAY "1. SET THE SUBJECTS OF A CLASS"
               DISPLAY "2. LIST THE SUBJECTS OF A CLASS"
               DISPLAY "3. BACK TO MAIN MENU"

               DISPLAY "ENTER CHOICE:"
               ACCEPT SUBJ-CHOICE

               EVALUATE SUBJ-CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-CLASS-SUBJECTS
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-CLASS-SUBJECTS
               END-EVALUATE

           END-PERFORM.

       SET-CLASS-SUBJECTS.
      *    THE WHOLE LIST OF A CLASS FOR A SESSION IS KEYED AT ONCE
      *    AND REPLACES ANY LIST ALREADY SET FOR THAT SESSION; IT
      *    STAYS IN FORCE FOR LATER SESSIONS UNTIL ONE SETS ANOTHER
           DISPLAY "ACADEMIC SESSION (YYYY):"
           ACCEPT WS-SUBJ-SESSION
           DISPLAY "CLASS (1-12):"
           ACCEPT WS-SUBJ-CLASS
           DISPLAY "NUMBER OF SUBJECTS (1-8):"
           ACCEPT WS-SUBJ-COUNT

           MOVE "Y" TO SUBJ-OK-FLAG
           IF WS-SUBJ-COUNT = 0 OR WS-SUBJ-COUNT > 8
               DISPLAY "A CLASS SITS 1 TO 8 SUBJECTS - NOT SET"
               MOVE "N" TO SUBJ-OK-FLAG
           END-IF

           IF SUBJ-OK-FLAG = "Y"
               PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                       UNTIL SUBJ-IDX > WS-SUBJ-COUNT
                   PERFORM ACCEPT-ONE-SUBJECT
               END-PERFORM
               PERFORM REWRITE-SUBJECT-MASTER
               DISPLAY "SUBJECTS SET FOR CLASS " WS-SUBJ-CLASS
                   " FROM SESSION " WS-SUBJ-SESSION
               MOVE "SET SUBJECTS" TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING WS-SUBJ-SESSION "-" WS-SUBJ-CLASS
                   DELIMITED BY SIZE INTO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       ACCEPT-ONE-SUBJECT.
           DISPLAY "SUBJECT " SUBJ-IDX " NAME:"
           ACCEPT NS-NAME (SUBJ-IDX)
           MOVE 0 TO NS-MAX (SUBJ-IDX)
           PERFORM UNTIL NS-MAX (SUBJ-IDX) > 0
               DISPLAY "MAXIMUM MARKS:"
               ACCEPT NS-MAX (SUBJ-IDX)
               IF NS-MAX (SUBJ-IDX) = 0
                   DISPLAY "MAXIMUM MUST BE ABOVE ZERO"
               END-IF
           END-PERFORM
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL FOUND-FLAG = "Y"
               DISPLAY "PASS MARK:"
               ACCEPT NS-PASS (SUBJ-IDX)
               IF NS-PASS (SUBJ-IDX) > NS-MAX (SUBJ-IDX)
                   DISPLAY "PASS MARK CANNOT EXCEED THE MAXIMUM"
               ELSE
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.

       REWRITE-SUBJECT-MASTER.
           OPEN OUTPUT SUBJECT-TEMP-FILE

           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJECT-STATUS = "00" OR WS-SUBJECT-STATUS = "05"
               MOVE "N" TO SUBJ-EOF-FLAG
               PERFORM UNTIL SUBJ-EOF-FLAG = "Y"
                   READ SUBJECT-FILE
                       AT END
                           MOVE "Y" TO SUBJ-EOF-FLAG
                       NOT AT END
                           IF SB-SESSION NOT = WS-SUBJ-SESSION
                               OR SB-CLASS NOT = WS-SUBJ-CLASS
                               MOVE SUBJECT-REC TO SUBJECT-TEMP-REC
                               WRITE SUBJECT-TEMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           END-IF

           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > WS-SUBJ-COUNT
               MOVE WS-SUBJ-SESSION TO ST-SESSION
               MOVE WS-SUBJ-CLASS TO ST-CLASS
               MOVE SUBJ-IDX TO ST-SEQ
               MOVE NS-NAME (SUBJ-IDX) TO ST-NAME
               MOVE NS-MAX (SUBJ-IDX) TO ST-MAX-MARKS
               MOVE NS-PASS (SUBJ-IDX) TO ST-PASS-MARKS
               WRITE SUBJECT-TEMP-REC
           END-PERFORM

           CLOSE SUBJECT-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SUBJECTS.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-SUBJECT-TEMP-FILENAME
               WS-SUBJECT-FILENAME.

       LIST-CLASS-SUBJECTS.
           DISPLAY "ACADEMIC SESSION (YYYY):"
           ACCEPT SJ-SESSION
           DISPLAY "CLASS (1-12):"
           ACCEPT SJ-CLASS
           CALL "SUBJLIST" USING SUBJLIST-AREA

           DISPLAY " "
           IF SJ-FOUND = "Y"
               DISPLAY "CLASS " SJ-CLASS " SUBJECTS AS SET FOR "
                   "SESSION " SJ-FROM-SESSION
           ELSE
               DISPLAY "CLASS " SJ-CLASS " HAS NO SUBJECT LIST - "
                   "THE STANDARD FIVE SUBJECTS APPLY"
           END-IF
           DISPLAY "NO SUBJECT      MAX  PASS"
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               DISPLAY SUBJ-IDX "  " SJ-NAME (SUBJ-IDX) "  "
                   SJ-MAX (SUBJ-IDX) "  " SJ-PASS (SUBJ-IDX)
           END-PERFORM
           DISPLAY "TOTAL MAXIMUM: " SJ-TOTAL-MAX.

       SUPP-MENU.
           MOVE 0 TO SUPP-CHOICE
           PERFORM UNTIL SUPP-CHOICE = 5

               DISPLAY " "
               DISPLAY "===== SUPPLEMENTARY EXAMINATIONS ====="
               DISPLAY "1. ELIGIBILITY LIST BY SUBJECT"
               DISPLAY "2. ENTER SUPPLEMENTARY MARKS"
               DISPLAY "3. SUPPLEMENTARY PROMOTION PASS"
               DISPLAY "4. SET RESULT RULE"
               DISPLAY "5. BACK TO MAIN MENU"

               DISPLAY "ENTER CHOICE:"
               ACCEPT SUPP-CHOICE

               EVALUATE SUPP-CHOICE
                   WHEN 1 PERFORM SUPP-ELIGIBILITY-LIST
                   WHEN 2 PERFORM ENTER-SUPP-MARKS
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM SUPP-PROMOTION-PASS
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-SUPP-RULE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM.

       SUPP-ELIGIBILITY-LIST.
      *    EVERY PAPER FAILED BY A STUDENT WHO FAILED ONE OR TWO,
      *    GROUPED BY CLASS AND SUBJECT SO EACH PAPER'S SITTING CAN
      *    BE ARRANGED; A MARK ALREADY KEYED IS SHOWN AGAINST IT
           DISPLAY "SESSION (YYYY):"
           ACCEPT WS-SUPP-SESSION

           MOVE SPACES TO RPT-FILENAME
           STRING "supp-eligible-" WS-SUPP-SESSION ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SUPPLEMENTARY ELIGIBILITY  SESSION "
               WS-SUPP-SESSION
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "  ROLL  NAME                  MARK  PASS  "
               & "SUPPLEMENTARY" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE 0 TO SUPP-STUDENT-COUNT
           MOVE 0 TO SUPP-PAPER-COUNT
           MOVE 99 TO WS-LAST-CLASS
           MOVE 9 TO WS-LAST-SEQ
           DISPLAY " "
           DISPLAY "SUPPLEMENTARY ELIGIBILITY - SESSION "
               WS-SUPP-SESSION

           SORT SUPP-SORT-FILE
               ON ASCENDING KEY SS-CLASS SS-SEQ SS-ROLL
               INPUT PROCEDURE IS RELEASE-SUPP-PAPERS
               OUTPUT PROCEDURE IS PRINT-SUPP-PAPERS

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           STRING "STUDENTS ELIGIBLE: " SUPP-STUDENT-COUNT
               "   PAPERS: " SUPP-PAPER-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "STUDENTS ELIGIBLE: " SUPP-STUDENT-COUNT
               "   PAPERS: " SUPP-PAPER-COUNT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       RELEASE-SUPP-PAPERS.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-SUPP-SESSION
                               PERFORM COMPUTE-STUDENT-TOTALS
                               IF SUPP-ELIGIBLE
                                   ADD 1 TO SUPP-STUDENT-COUNT
                                   PERFORM RELEASE-ONE-STUDENT-PAPERS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       RELEASE-ONE-STUDENT-PAPERS.
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               IF S-SUBJECT-MARKS (SUBJ-IDX) < SJ-PASS (SUBJ-IDX)
                   MOVE S-CLASS TO SS-CLASS
                   MOVE SUBJ-IDX TO SS-SEQ
                   MOVE S-ROLL TO SS-ROLL
                   MOVE S-NAME TO SS-NAME
                   MOVE SJ-NAME (SUBJ-IDX) TO SS-SUBJECT
                   MOVE S-SUBJECT-MARKS (SUBJ-IDX) TO SS-MARK
                   MOVE SJ-PASS (SUBJ-IDX) TO SS-PASS
                   MOVE SX-SAT (SUBJ-IDX) TO SS-SAT
                   MOVE SX-SUPP-MARK (SUBJ-IDX) TO SS-SUPP-MARK
                   RELEASE SUPP-SORT-REC
                   ADD 1 TO SUPP-PAPER-COUNT
               END-IF
           END-PERFORM.

       PRINT-SUPP-PAPERS.
           MOVE 0 TO SUPP-SORT-EOF
           PERFORM UNTIL SUPP-SORT-EOF = 1
               RETURN SUPP-SORT-FILE
                   AT END
                       MOVE 1 TO SUPP-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SUPP-PAPER
               END-RETURN
           END-PERFORM.

       PRINT-ONE-SUPP-PAPER.
           IF SS-CLASS NOT = WS-LAST-CLASS
               OR SS-SEQ NOT = WS-LAST-SEQ
               MOVE SS-CLASS TO WS-LAST-CLASS
               MOVE SS-SEQ TO WS-LAST-SEQ
               MOVE SPACES TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               STRING "CLASS " SS-CLASS "  SUBJECT " SS-SUBJECT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               DISPLAY " "
               DISPLAY "CLASS " SS-CLASS "  SUBJECT " SS-SUBJECT
           END-IF

           IF SS-SAT = "Y"
               MOVE SPACES TO WS-SUPP-SHOW
               STRING "SAT - " SS-SUPP-MARK
                   DELIMITED BY SIZE INTO WS-SUPP-SHOW
           ELSE
               MOVE "NOT YET SAT" TO WS-SUPP-SHOW
           END-IF

           MOVE SPACES TO RPT-DETAIL
           STRING "  " SS-ROLL " " SS-NAME "  " SS-MARK "   "
               SS-PASS "   " WS-SUPP-SHOW
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY "  " SS-ROLL " " SS-NAME "  MARK " SS-MARK
               "  PASS " SS-PASS "  " WS-SUPP-SHOW.

       ENTER-SUPP-MARKS.
           DISPLAY "ENTER ROLL NUMBER: "
           ACCEPT S-ROLL

           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               DISPLAY "NO STUDENT RECORDS FOUND"
           ELSE
               MOVE "N" TO FOUND-FLAG
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "STUDENT NOT FOUND"
                   NOT INVALID KEY
                       MOVE "Y" TO FOUND-FLAG
               END-READ
               CLOSE STUDENT-FILE
               IF FOUND-FLAG = "Y"
                   PERFORM ENTER-SUPP-MARKS-BODY
               END-IF
           END-IF.

       ENTER-SUPP-MARKS-BODY.
      *    ONLY THE PAPERS FAILED AT THE REGULAR EXAMINATION ARE
      *    KEYED; RE-KEYING REPLACES THE STUDENT'S EARLIER ENTRY.
      *    THE RULE IN FORCE IS STORED WITH EACH MARK SO A LATER
      *    CHANGE OF RULE DOES NOT ALTER A RESULT ALREADY GIVEN
           PERFORM COMPUTE-STUDENT-TOTALS
           IF NOT SUPP-ELIGIBLE
               DISPLAY "NOT ELIGIBLE FOR SUPPLEMENTARIES - "
                   WS-REGULAR-FAILS " PAPER(S) FAILED IN SESSION "
                   S-SESSION
           ELSE
               PERFORM READ-SUPP-RULE
               DISPLAY "SESSION " S-SESSION "  CLASS " S-CLASS
                   "  " S-NAME
               PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                       UNTIL SUBJ-IDX > 8
                   MOVE "N" TO NP-KEYED (SUBJ-IDX)
                   MOVE 0 TO NP-MARK (SUBJ-IDX)
               END-PERFORM
               PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                       UNTIL SUBJ-IDX > SJ-COUNT
                   IF S-SUBJECT-MARKS (SUBJ-IDX) < SJ-PASS (SUBJ-IDX)
                       PERFORM PROMPT-ONE-SUPP-MARK
                   END-IF
               END-PERFORM
               PERFORM REWRITE-SUPP-FILE

               PERFORM CLASSIFY-MARK-SHEET
               DISPLAY "SUPPLEMENTARY MARKS RECORDED"
               DISPLAY "RESULT AFTER SUPPLEMENTARY: "
                   WS-MARK-SHEET-RESULT "  PCT " WS-STUDENT-PCT

               MOVE "SUPP MARKS  " TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING S-ROLL "-" S-SESSION
                   DELIMITED BY SIZE INTO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       PROMPT-ONE-SUPP-MARK.
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL FOUND-FLAG = "Y"
               DISPLAY SJ-NAME (SUBJ-IDX) " REGULAR "
                   S-SUBJECT-MARKS (SUBJ-IDX) " - SUPPLEMENTARY "
                   "MARKS (0-" SJ-MAX (SUBJ-IDX) "): "
               ACCEPT WS-ONE-MARK
               IF WS-ONE-MARK > SJ-MAX (SUBJ-IDX)
                   DISPLAY "INVALID MARKS, MUST BE 0-"
                       SJ-MAX (SUBJ-IDX)
               ELSE
                   MOVE "Y" TO NP-KEYED (SUBJ-IDX)
                   MOVE WS-ONE-MARK TO NP-MARK (SUBJ-IDX)
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.

       REWRITE-SUPP-FILE.
           MOVE S-ROLL TO WS-SUPP-ROLL
           ACCEPT WS-SUPP-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SUPP-TEMP-FILE

           OPEN INPUT SUPP-FILE
           IF WS-SUPP-STATUS = "00" OR WS-SUPP-STATUS = "05"
               MOVE "N" TO SUPP-EOF-FLAG
               PERFORM UNTIL SUPP-EOF-FLAG = "Y"
                   READ SUPP-FILE
                       AT END
                           MOVE "Y" TO SUPP-EOF-FLAG
                       NOT AT END
                           IF SP-ROLL NOT = WS-SUPP-ROLL
                               OR SP-SESSION NOT = S-SESSION
                               MOVE SUPP-REC TO SUPP-TEMP-REC
                               WRITE SUPP-TEMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPP-FILE
           END-IF

           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > 8
               IF NP-KEYED (SUBJ-IDX) = "Y"
                   MOVE WS-SUPP-ROLL TO SQ-ROLL
                   MOVE S-SESSION TO SQ-SESSION
                   MOVE SUBJ-IDX TO SQ-SEQ
                   MOVE NP-MARK (SUBJ-IDX) TO SQ-MARK
                   MOVE WS-SUPP-RULE TO SQ-RULE
                   MOVE WS-SUPP-DATE TO SQ-KEYED-DATE
                   WRITE SUPP-TEMP-REC
               END-IF
           END-PERFORM

           CLOSE SUPP-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SUPPLEMENTARY.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-SUPP-TEMP-FILENAME
               WS-SUPP-FILENAME.

       SUPP-PROMOTION-PASS.
      *    FOLLOW-UP TO THE YEAR-END RUN: EVERY STUDENT STILL HELD IN
      *    THE CLOSED SESSION IS ARCHIVED AND PROMOTED IF THE
      *    SUPPLEMENTARY RESULTS NOW PASS, OTHERWISE RETAINED - A
      *    PAPER NOT RE-SAT STANDS AT ITS REGULAR MARK. RECORDS NOT
      *    YET THROUGH THE YEAR-END RUN ARE LEFT FOR IT
           DISPLAY "SESSION WHOSE SUPPLEMENTARIES ARE DONE (YYYY):"
           ACCEPT WS-PROMO-SESSION

           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "students-" WS-PROMO-SESSION ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

           MOVE 0 TO PROMOTED-COUNT
           MOVE 0 TO RETAINED-COUNT
           MOVE 0 TO ARCHIVED-COUNT
           MOVE 0 TO SKIPPED-COUNT

           OPEN I-O STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               DISPLAY "NO STUDENT RECORDS FOUND"
           ELSE
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF

               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-PROMO-SESSION
                               PERFORM COMPUTE-STUDENT-TOTALS
                               IF SUPP-ELIGIBLE
                                   PERFORM PROMOTE-ONE-STUDENT
                               ELSE
                                   ADD 1 TO SKIPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE
               CLOSE STUDENT-FILE

               DISPLAY " "
               DISPLAY "===== SUPPLEMENTARY PROMOTION COMPLETE ====="
               DISPLAY "RECORDS ARCHIVED : " ARCHIVED-COUNT
               DISPLAY "PROMOTED         : " PROMOTED-COUNT
               DISPLAY "RETAINED         : " RETAINED-COUNT
               IF SKIPPED-COUNT > 0
                   DISPLAY "NOT YET THROUGH THE YEAR-END RUN: "
                       SKIPPED-COUNT
               END-IF

               MOVE "SUPP PROMOTE" TO AJ-ACTION
               MOVE WS-PROMO-SESSION TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       READ-SUPP-RULE.
      *    THE CAPPED RULE APPLIES UNTIL A SUPERVISOR SETS ONE
           MOVE "C" TO WS-SUPP-RULE
           OPEN INPUT SUPP-RULE-FILE
           IF WS-SUPP-RULE-STATUS = "00"
               READ SUPP-RULE-FILE
                   NOT AT END
                       IF SR-RULE = "B"
                           MOVE "B" TO WS-SUPP-RULE
                       END-IF
               END-READ
               CLOSE SUPP-RULE-FILE
           END-IF.

       SET-SUPP-RULE.
           PERFORM READ-SUPP-RULE
           IF WS-SUPP-RULE = "B"
               DISPLAY "CURRENT RULE: B - BEST OF THE TWO ATTEMPTS"
           ELSE
               DISPLAY "CURRENT RULE: C - PASS CAPPED AT THE PASS MARK"
           END-IF
           DISPLAY "NEW RULE (C = CAPPED PASS, B = BEST OF TWO):"
           ACCEPT WS-SUPP-RULE

           IF WS-SUPP-RULE NOT = "C" AND WS-SUPP-RULE NOT = "B"
               DISPLAY "RULE MUST BE C OR B - NOT CHANGED"
           ELSE
               OPEN OUTPUT SUPP-RULE-FILE
               MOVE WS-SUPP-RULE TO SR-RULE
               WRITE SUPP-RULE-REC
               CLOSE SUPP-RULE-FILE
               DISPLAY "RULE SET - APPLIES TO MARKS KEYED FROM NOW ON"
               MOVE "SUPP RULE   " TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               MOVE WS-SUPP-RULE TO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       SCHOLARSHIP-MENU.
           MOVE 0 TO SCH-CHOICE
           PERFORM UNTIL SCH-CHOICE = 5

               DISPLAY " "
               DISPLAY "===== SCHOLARSHIPS ====="
               DISPLAY "1. ADD SCHOLARSHIP SCHEME"
               DISPLAY "2. LIST SCHOLARSHIP SCHEMES"
               DISPLAY "3. AWARD RUN FROM THE RANK LIST"
               DISPLAY "4. REGISTER OF AWARDS"
               DISPLAY "5. BACK TO MAIN MENU"

               DISPLAY "ENTER CHOICE:"
               ACCEPT SCH-CHOICE

               EVALUATE SCH-CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM ADD-SCHOLARSHIP-SCHEME
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-SCHOLARSHIP-SCHEMES
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM SCHOLARSHIP-AWARD-RUN
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM SCHOLARSHIP-REGISTER
               END-EVALUATE

           END-PERFORM.

       ADD-SCHOLARSHIP-SCHEME.
           DISPLAY "SESSION (YYYY):"
           ACCEPT SH-SESSION
           DISPLAY "CLASS (1-12):"
           ACCEPT SH-CLASS
           DISPLAY "FROM RANK:"
           ACCEPT SH-RANK-FROM
           DISPLAY "TO RANK:"
           ACCEPT SH-RANK-TO
           DISPLAY "CONCESSION BASIS (P = PERCENT, F = FIXED):"
           ACCEPT SH-BASIS
           MOVE 0 TO SH-PCT
           MOVE 0 TO SH-FIXED
           IF SH-BASIS = "P"
               DISPLAY "PERCENTAGE OF SESSION FEE:"
               ACCEPT SH-PCT
           ELSE
               DISPLAY "FIXED CONCESSION AMOUNT:"
               ACCEPT SH-FIXED
           END-IF
           DISPLAY "MINIMUM ATTENDANCE PCT (0 = NONE):"
           ACCEPT SH-MIN-ATTEND

           MOVE "Y" TO SCH-OK-FLAG
           IF SH-RANK-FROM = 0 OR SH-RANK-TO < SH-RANK-FROM
               DISPLAY "INVALID RANK RANGE"
               MOVE "N" TO SCH-OK-FLAG
           END-IF
           IF SH-BASIS NOT = "P" AND SH-BASIS NOT = "F"
               DISPLAY "BASIS MUST BE P OR F"
               MOVE "N" TO SCH-OK-FLAG
           END-IF
           IF SH-PCT > 100 OR SH-MIN-ATTEND > 100
               DISPLAY "PERCENTAGES CANNOT EXCEED 100"
               MOVE "N" TO SCH-OK-FLAG
           END-IF
           IF SH-PCT = 0 AND SH-FIXED = 0
               DISPLAY "NO CONCESSION GIVEN"
               MOVE "N" TO SCH-OK-FLAG
           END-IF

           IF SCH-OK-FLAG = "N"
               DISPLAY "SCHEME NOT RECORDED"
           ELSE
               OPEN EXTEND SCHEME-FILE
               IF WS-SCHEME-STATUS = "35"
                   OPEN OUTPUT SCHEME-FILE
               END-IF
               WRITE SCHEME-REC
               CLOSE SCHEME-FILE
               DISPLAY "SCHEME RECORDED FOR SESSION " SH-SESSION
                   " CLASS " SH-CLASS
               MOVE "SCHOLARSHIP " TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING SH-SESSION "-" SH-CLASS
                   DELIMITED BY SIZE INTO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       LIST-SCHOLARSHIP-SCHEMES.
           OPEN INPUT SCHEME-FILE
           IF WS-SCHEME-STATUS = "35"
               DISPLAY "NO SCHOLARSHIP SCHEMES ON FILE"
           ELSE
               MOVE "N" TO SCH-EOF-FLAG
               DISPLAY " "
               DISPLAY "SESSION CLASS RANKS    BASIS  PCT    FIXED"
                   "  MIN ATT"
               PERFORM UNTIL SCH-EOF-FLAG = "Y"
                   READ SCHEME-FILE
                       AT END
                           MOVE "Y" TO SCH-EOF-FLAG
                       NOT AT END
                           DISPLAY SH-SESSION "    " SH-CLASS "    "
                               SH-RANK-FROM "-" SH-RANK-TO "  "
                               SH-BASIS "    " SH-PCT "  " SH-FIXED
                               "  " SH-MIN-ATTEND
                   END-READ
               END-PERFORM
               CLOSE SCHEME-FILE
           END-IF.

       SCHOLARSHIP-AWARD-RUN.
      *    RANKS EVERY EXAM-ELIGIBLE STUDENT OF THE SESSION WITHIN
      *    THE CLASS ON THE SAME PERCENTAGE AS THE RANK LIST AND
      *    AWARDS THE FIRST SCHEME OF THE CLASS WHOSE RANK RANGE
      *    TAKES IN THE STUDENT, PROVIDED THE SCHEME'S MINIMUM
      *    ATTENDANCE IS MET. RUN IT BEFORE THE YEAR-END PROMOTION,
      *    WHILE THE SESSION'S MARKS ARE STILL ON THE MASTER; A
      *    RERUN REPLACES THE SESSION'S EARLIER AWARDS
           DISPLAY "SESSION TO AWARD (YYYY):"
           ACCEPT WS-SCH-SESSION

           PERFORM LOAD-SESSION-SCHEMES
           IF SCHEME-COUNT = 0
               DISPLAY "NO SCHOLARSHIP SCHEME FOR SESSION "
                   WS-SCH-SESSION
           ELSE
               PERFORM COUNT-SESSION-STUDENTS
               IF SESSION-STUDENT-COUNT = 0
                   DISPLAY "NO STUDENTS IN SESSION " WS-SCH-SESSION
                       " ON THE MASTER - NOTHING AWARDED"
               ELSE
                   PERFORM AWARD-SESSION-SCHOLARSHIPS
               END-IF
           END-IF.

       LOAD-SESSION-SCHEMES.
           MOVE 0 TO SCHEME-COUNT
           OPEN INPUT SCHEME-FILE
           IF WS-SCHEME-STATUS = "00" OR WS-SCHEME-STATUS = "05"
               MOVE "N" TO SCH-EOF-FLAG
               PERFORM UNTIL SCH-EOF-FLAG = "Y"
                   READ SCHEME-FILE
                       AT END
                           MOVE "Y" TO SCH-EOF-FLAG
                       NOT AT END
                           IF SH-SESSION = WS-SCH-SESSION
                               AND SCHEME-COUNT < 50
                               ADD 1 TO SCHEME-COUNT
                               SET SE-IDX TO SCHEME-COUNT
                               MOVE SH-CLASS TO SE-CLASS (SE-IDX)
                               MOVE SH-RANK-FROM
                                   TO SE-RANK-FROM (SE-IDX)
                               MOVE SH-RANK-TO TO SE-RANK-TO (SE-IDX)
                               MOVE SH-BASIS TO SE-BASIS (SE-IDX)
                               MOVE SH-PCT TO SE-PCT (SE-IDX)
                               MOVE SH-FIXED TO SE-FIXED (SE-IDX)
                               MOVE SH-MIN-ATTEND
                                   TO SE-MIN-ATTEND (SE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEME-FILE
           END-IF.

       COUNT-SESSION-STUDENTS.
           MOVE 0 TO SESSION-STUDENT-COUNT
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-SCH-SESSION
                               ADD 1 TO SESSION-STUDENT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       AWARD-SESSION-SCHOLARSHIPS.
           ACCEPT WS-SCH-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AWARD-COUNT
           MOVE 0 TO ATTEND-MISS-COUNT
           MOVE 0 TO WS-FOREGONE-TOTAL

      *    AWARDS OF OTHER SESSIONS CARRY ACROSS UNCHANGED
           OPEN OUTPUT CONCESSION-TEMP-FILE
           OPEN INPUT CONCESSION-FILE
           IF WS-CONCESSION-STATUS = "00"
               OR WS-CONCESSION-STATUS = "05"
               MOVE "N" TO SCH-EOF-FLAG
               PERFORM UNTIL SCH-EOF-FLAG = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO SCH-EOF-FLAG
                       NOT AT END
                           IF CN-SESSION NOT = WS-SCH-SESSION
                               MOVE CONCESSION-REC
                                   TO CONCESSION-TEMP-REC
                               WRITE CONCESSION-TEMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF

           DISPLAY " "
           DISPLAY "SCHOLARSHIP AWARDS - SESSION " WS-SCH-SESSION
           MOVE 99 TO WS-LAST-CLASS

           SORT AWARD-SORT-FILE
               ON ASCENDING KEY AS-CLASS
               ON DESCENDING KEY AS-PCT
               INPUT PROCEDURE IS RELEASE-AWARD-CANDIDATES
               OUTPUT PROCEDURE IS AWARD-BY-CLASS-RANK

           CLOSE CONCESSION-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES CONCESSIONS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-CONCESSION-TEMP-FILENAME
               WS-CONCESSION-FILENAME

           MOVE WS-FOREGONE-TOTAL TO WS-FOREGONE-EDIT
           DISPLAY " "
           DISPLAY "SCHOLARSHIPS AWARDED : " AWARD-COUNT
           DISPLAY "FEE FOREGONE         : " WS-FOREGONE-EDIT
           IF ATTEND-MISS-COUNT > 0
               DISPLAY "MISSED ON ATTENDANCE : " ATTEND-MISS-COUNT
           END-IF

           MOVE "SCHOL AWARD " TO AJ-ACTION
           MOVE WS-SCH-SESSION TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       RELEASE-AWARD-CANDIDATES.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-SCH-SESSION
                               PERFORM COMPUTE-STUDENT-TOTALS
                               PERFORM CHECK-EXAM-ELIGIBILITY
                               IF WS-ELIGIBLE-FLAG = "Y"
                                   MOVE S-CLASS TO AS-CLASS
                                   MOVE WS-STUDENT-PCT TO AS-PCT
                                   MOVE S-ROLL TO AS-ROLL
                                   MOVE S-NAME TO AS-NAME
                                   MOVE WS-ATT-PCT TO AS-ATT-PCT
                                   RELEASE AWARD-SORT-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       AWARD-BY-CLASS-RANK.
           MOVE 0 TO AWARD-SORT-EOF
           PERFORM UNTIL AWARD-SORT-EOF = 1
               RETURN AWARD-SORT-FILE
                   AT END
                       MOVE 1 TO AWARD-SORT-EOF
                   NOT AT END
                       PERFORM RANK-ONE-CANDIDATE
               END-RETURN
           END-PERFORM.

       RANK-ONE-CANDIDATE.
      *    EQUAL PERCENTAGES SHARE A RANK AND THE NEXT RANK SKIPS
      *    THE PLACES THEY TOOK
           IF AS-CLASS NOT = WS-LAST-CLASS
               MOVE AS-CLASS TO WS-LAST-CLASS
               MOVE 0 TO WS-CLASS-POSITION
               MOVE 0 TO WS-CLASS-RANK
               MOVE 999.99 TO WS-LAST-PCT
           END-IF
           ADD 1 TO WS-CLASS-POSITION
           IF AS-PCT NOT = WS-LAST-PCT
               MOVE WS-CLASS-POSITION TO WS-CLASS-RANK
               MOVE AS-PCT TO WS-LAST-PCT
           END-IF

           MOVE "N" TO SCHEME-FOUND-FLAG
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX > SCHEME-COUNT
                      OR SCHEME-FOUND-FLAG = "Y"
               IF SE-CLASS (SE-IDX) = AS-CLASS
                   AND WS-CLASS-RANK >= SE-RANK-FROM (SE-IDX)
                   AND WS-CLASS-RANK <= SE-RANK-TO (SE-IDX)
                   MOVE "Y" TO SCHEME-FOUND-FLAG
               END-IF
           END-PERFORM

           IF SCHEME-FOUND-FLAG = "Y"
               SET SE-IDX DOWN BY 1
               IF AS-ATT-PCT < SE-MIN-ATTEND (SE-IDX)
                   ADD 1 TO ATTEND-MISS-COUNT
                   DISPLAY "CLASS " AS-CLASS " RANK " WS-CLASS-RANK
                       " ROLL " AS-ROLL " - ATTENDANCE " AS-ATT-PCT
                       " BELOW " SE-MIN-ATTEND (SE-IDX)
               ELSE
                   PERFORM WRITE-ONE-CONCESSION
               END-IF
           END-IF.

       WRITE-ONE-CONCESSION.
           MOVE AS-ROLL TO WS-FEE-ROLL
           MOVE WS-SCH-SESSION TO WS-FEE-SESSION
           MOVE AS-CLASS TO WS-FEE-CLASS
           PERFORM LOOKUP-SESSION-FEE

           IF SE-BASIS (SE-IDX) = "P"
               COMPUTE WS-CONCESSION-AMT ROUNDED =
                   WS-FEE-DUE * SE-PCT (SE-IDX) / 100
           ELSE
               MOVE SE-FIXED (SE-IDX) TO WS-CONCESSION-AMT
           END-IF
           IF WS-CONCESSION-AMT > WS-FEE-DUE
               MOVE WS-FEE-DUE TO WS-CONCESSION-AMT
           END-IF

           MOVE AS-ROLL TO CT-ROLL
           MOVE WS-SCH-SESSION TO CT-SESSION
           MOVE AS-CLASS TO CT-CLASS
           MOVE WS-CLASS-RANK TO CT-RANK
           MOVE AS-NAME TO CT-NAME
           MOVE AS-PCT TO CT-STUDENT-PCT
           MOVE AS-ATT-PCT TO CT-ATT-PCT
           MOVE SE-BASIS (SE-IDX) TO CT-BASIS
           MOVE SE-PCT (SE-IDX) TO CT-PCT
           MOVE WS-CONCESSION-AMT TO CT-AMOUNT
           MOVE WS-SCH-DATE TO CT-AWARD-DATE
           WRITE CONCESSION-TEMP-REC

           ADD 1 TO AWARD-COUNT
           ADD WS-CONCESSION-AMT TO WS-FOREGONE-TOTAL
           DISPLAY "CLASS " AS-CLASS " RANK " WS-CLASS-RANK
               " ROLL " AS-ROLL " " AS-NAME " CONCESSION "
               WS-CONCESSION-AMT
           IF WS-FEE-DUE = 0
               DISPLAY "  NO FEE STRUCTURE FOR CLASS " AS-CLASS
                   " - RERUN ONCE THE FEE IS SET"
           END-IF.

       SCHOLARSHIP-REGISTER.
           DISPLAY "SESSION (YYYY):"
           ACCEPT WS-SCH-SESSION

           MOVE SPACES TO RPT-FILENAME
           STRING "scholarship-register-" WS-SCH-SESSION ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "REGISTER OF SCHOLARSHIP AWARDS  SESSION "
               WS-SCH-SESSION
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "CLASS RANK ROLL  NAME                     PCT    "
               & "ATT  BASIS  FOREGONE" TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE 0 TO AWARD-COUNT
           MOVE 0 TO WS-FOREGONE-TOTAL
           OPEN INPUT CONCESSION-FILE
           IF WS-CONCESSION-STATUS = "00"
               OR WS-CONCESSION-STATUS = "05"
               MOVE "N" TO SCH-EOF-FLAG
               PERFORM UNTIL SCH-EOF-FLAG = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO SCH-EOF-FLAG
                       NOT AT END
                           IF CN-SESSION = WS-SCH-SESSION
                               PERFORM WRITE-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF

           MOVE WS-FOREGONE-TOTAL TO WS-FOREGONE-EDIT
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           STRING "AWARDS: " AWARD-COUNT
               "   TOTAL FEE FOREGONE: " WS-FOREGONE-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "AWARDS: " AWARD-COUNT
               "   TOTAL FEE FOREGONE: " WS-FOREGONE-EDIT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       WRITE-REGISTER-LINE.
           ADD 1 TO AWARD-COUNT
           ADD CN-AMOUNT TO WS-FOREGONE-TOTAL
           MOVE CN-STUDENT-PCT TO WS-SCH-PCT-EDIT
           MOVE CN-ATT-PCT TO WS-SCH-ATT-EDIT
           MOVE CN-PCT TO WS-SCH-BASIS-EDIT
           MOVE SPACES TO RPT-DETAIL
           IF CN-BASIS = "P"
               STRING CN-CLASS "    " CN-RANK "  " CN-ROLL " "
                   CN-NAME " " WS-SCH-PCT-EDIT " " WS-SCH-ATT-EDIT
                   " " WS-SCH-BASIS-EDIT "%  " CN-AMOUNT
                   DELIMITED BY SIZE INTO RPT-DETAIL
           ELSE
               STRING CN-CLASS "    " CN-RANK "  " CN-ROLL " "
                   CN-NAME " " WS-SCH-PCT-EDIT " " WS-SCH-ATT-EDIT
                   " FIXED   " CN-AMOUNT
                   DELIMITED BY SIZE INTO RPT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE.

       GUARDIAN-MENU.
           MOVE 0 TO GD-CHOICE
           PERFORM UNTIL GD-CHOICE = 6

               DISPLAY " "
               DISPLAY "===== GUARDIANS AND LETTERS ====="
               DISPLAY "1. ADD GUARDIAN"
               DISPLAY "2. CHANGE GUARDIAN"
               DISPLAY "3. VIEW GUARDIAN"
               DISPLAY "4. REMOVE GUARDIAN"
               DISPLAY "5. PRINT LETTERS TO PARENTS"
               DISPLAY "6. BACK TO MAIN MENU"

               DISPLAY "ENTER CHOICE:"
               ACCEPT GD-CHOICE

               EVALUATE GD-CHOICE
                   WHEN 1 PERFORM ADD-GUARDIAN
                   WHEN 2 PERFORM CHANGE-GUARDIAN
                   WHEN 3 PERFORM VIEW-GUARDIAN
                   WHEN 4
                       IF SIGNON-SUPERVISOR
                           PERFORM REMOVE-GUARDIAN
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 5 PERFORM LETTER-RUN
               END-EVALUATE

           END-PERFORM.

       ADD-GUARDIAN.
           DISPLAY "STUDENT ROLL NUMBER:"
           ACCEPT WS-GD-ROLL

      *    A GUARDIAN IS ONLY TAKEN FOR A STUDENT ON THE MASTER
           MOVE "N" TO STUDENT-FOUND-FLAG
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = "35"
               MOVE WS-GD-ROLL TO S-ROLL
               READ STUDENT-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO STUDENT-FOUND-FLAG
               END-READ
               CLOSE STUDENT-FILE
           END-IF

           IF STUDENT-FOUND-FLAG = "N"
               DISPLAY "STUDENT NOT FOUND"
           ELSE
               DISPLAY "STUDENT: " S-NAME
               OPEN I-O GUARDIAN-FILE
               IF WS-GUARDIAN-STATUS = "35"
                   CLOSE GUARDIAN-FILE
                   OPEN OUTPUT GUARDIAN-FILE
                   CLOSE GUARDIAN-FILE
                   OPEN I-O GUARDIAN-FILE
               END-IF

               MOVE SPACES TO GUARDIAN-REC
               MOVE WS-GD-ROLL TO GD-ROLL
               DISPLAY "GUARDIAN NAME:"
               ACCEPT GD-NAME
               DISPLAY "RELATIONSHIP TO STUDENT:"
               ACCEPT GD-RELATION
               DISPLAY "ADDRESS LINE 1:"
               ACCEPT GD-ADDRESS-1
               DISPLAY "ADDRESS LINE 2:"
               ACCEPT GD-ADDRESS-2
               DISPLAY "PHONE:"
               ACCEPT GD-PHONE
               DISPLAY "EMAIL:"
               ACCEPT GD-EMAIL

               IF GD-NAME = SPACES
                   DISPLAY "GUARDIAN NAME REQUIRED - NOT ADDED"
               ELSE
                   WRITE GUARDIAN-REC
                       INVALID KEY
                           DISPLAY "GUARDIAN ALREADY ON FILE - USE "
                               "CHANGE GUARDIAN"
                       NOT INVALID KEY
                           DISPLAY "GUARDIAN ADDED"
                           MOVE "GUARDIAN ADD" TO AJ-ACTION
                           MOVE WS-GD-ROLL TO AJ-KEY
                           PERFORM LOG-OPERATOR-ACTION
                   END-WRITE
               END-IF

               CLOSE GUARDIAN-FILE
           END-IF.

       CHANGE-GUARDIAN.
           DISPLAY "STUDENT ROLL NUMBER:"
           ACCEPT WS-GD-ROLL

           OPEN I-O GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN RECORDS FOUND"
           ELSE
               MOVE WS-GD-ROLL TO GD-ROLL
               READ GUARDIAN-FILE
                   INVALID KEY
                       DISPLAY "NO GUARDIAN ON FILE FOR ROLL "
                           WS-GD-ROLL
                   NOT INVALID KEY
                       PERFORM CHANGE-GUARDIAN-FIELDS
               END-READ
               CLOSE GUARDIAN-FILE
           END-IF.

       CHANGE-GUARDIAN-FIELDS.
      *    A BLANK ANSWER KEEPS THE FIELD AS IT IS
           DISPLAY "PRESS ENTER TO KEEP A FIELD UNCHANGED"
           DISPLAY "GUARDIAN NAME [" GD-NAME "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-NAME
           END-IF
           DISPLAY "RELATIONSHIP [" GD-RELATION "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-RELATION
           END-IF
           DISPLAY "ADDRESS LINE 1 [" GD-ADDRESS-1 "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-ADDRESS-1
           END-IF
           DISPLAY "ADDRESS LINE 2 [" GD-ADDRESS-2 "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-ADDRESS-2
           END-IF
           DISPLAY "PHONE [" GD-PHONE "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-PHONE
           END-IF
           DISPLAY "EMAIL [" GD-EMAIL "]:"
           MOVE SPACES TO WS-GD-INPUT
           ACCEPT WS-GD-INPUT
           IF WS-GD-INPUT NOT = SPACES
               MOVE WS-GD-INPUT TO GD-EMAIL
           END-IF

           REWRITE GUARDIAN-REC
           DISPLAY "GUARDIAN UPDATED"
           MOVE "GUARDIAN CHG" TO AJ-ACTION
           MOVE WS-GD-ROLL TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION.

       VIEW-GUARDIAN.
           DISPLAY "STUDENT ROLL NUMBER:"
           ACCEPT WS-GD-ROLL

           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN RECORDS FOUND"
           ELSE
               MOVE WS-GD-ROLL TO GD-ROLL
               READ GUARDIAN-FILE
                   INVALID KEY
                       DISPLAY "NO GUARDIAN ON FILE FOR ROLL "
                           WS-GD-ROLL
                   NOT INVALID KEY
                       DISPLAY " "
                       DISPLAY "ROLL        : " GD-ROLL
                       DISPLAY "GUARDIAN    : " GD-NAME
                       DISPLAY "RELATIONSHIP: " GD-RELATION
                       DISPLAY "ADDRESS     : " GD-ADDRESS-1
                       DISPLAY "              " GD-ADDRESS-2
                       DISPLAY "PHONE       : " GD-PHONE
                       DISPLAY "EMAIL       : " GD-EMAIL
               END-READ
               CLOSE GUARDIAN-FILE
           END-IF.

       REMOVE-GUARDIAN.
           DISPLAY "STUDENT ROLL NUMBER:"
           ACCEPT WS-GD-ROLL

           OPEN I-O GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN RECORDS FOUND"
           ELSE
               MOVE WS-GD-ROLL TO GD-ROLL
               DELETE GUARDIAN-FILE RECORD
                   INVALID KEY
                       DISPLAY "NO GUARDIAN ON FILE FOR ROLL "
                           WS-GD-ROLL
                   NOT INVALID KEY
                       DISPLAY "GUARDIAN REMOVED"
                       MOVE "GUARDIAN DEL" TO AJ-ACTION
                       MOVE WS-GD-ROLL TO AJ-KEY
                       PERFORM LOG-OPERATOR-ACTION
               END-DELETE
               CLOSE GUARDIAN-FILE
           END-IF.

       LETTER-RUN.
      *    ONE LETTER PER SELECTED STUDENT OF THE SESSION, ADDRESSED
      *    TO THE GUARDIAN ON FILE, INTO ONE PRINT FILE PER RUN:
      *    1 = TERM PROGRESS (MARKS AND ATTENDANCE) FOR EVERY
      *    STUDENT, 2 = ATTENDANCE SHORTFALL FOR STUDENTS BELOW THE
      *    EXAM ELIGIBILITY LIMIT, 3 = FEE REMINDER FOR STUDENTS WITH
      *    FEES OUTSTANDING. THE SCREEN LISTS EACH GUARDIAN'S PHONE
      *    SO THE OFFICE CAN FOLLOW UP
           DISPLAY "LETTER TYPE (1 = PROGRESS, 2 = ATTENDANCE, "
               "3 = FEE REMINDER):"
           ACCEPT WS-LETTER-TYPE
           IF NOT PROGRESS-LETTER AND NOT ATTENDANCE-LETTER
               AND NOT FEE-LETTER
               DISPLAY "INVALID LETTER TYPE"
           ELSE
               DISPLAY "SESSION (YYYY):"
               ACCEPT WS-LETTER-SESSION
               DISPLAY "CLASS (0 = ALL CLASSES):"
               ACCEPT WS-LETTER-CLASS
               PERFORM PRINT-PARENT-LETTERS
           END-IF.

       PRINT-PARENT-LETTERS.
           ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LETTER-FILENAME
           EVALUATE TRUE
               WHEN PROGRESS-LETTER
                   STRING "letters-progress-" WS-LETTER-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-LETTER-FILENAME
               WHEN ATTENDANCE-LETTER
                   STRING "letters-attendance-" WS-LETTER-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-LETTER-FILENAME
               WHEN FEE-LETTER
                   STRING "letters-fees-" WS-LETTER-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-LETTER-FILENAME
           END-EVALUATE

           MOVE 0 TO LETTER-COUNT
           MOVE 0 TO NO-GUARDIAN-COUNT

           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               DISPLAY "NO STUDENT RECORDS FOUND"
           ELSE
               OPEN INPUT GUARDIAN-FILE
               OPEN OUTPUT LETTER-FILE
               DISPLAY " "
               DISPLAY "ROLL  NAME                 GUARDIAN"
                   "                  PHONE"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF S-SESSION = WS-LETTER-SESSION
                               AND (WS-LETTER-CLASS = 0
                                    OR S-CLASS = WS-LETTER-CLASS)
                               PERFORM SELECT-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-FILE
               IF WS-GUARDIAN-STATUS NOT = "35"
                   CLOSE GUARDIAN-FILE
               END-IF
               CLOSE STUDENT-FILE

               DISPLAY " "
               DISPLAY "LETTERS WRITTEN     : " LETTER-COUNT
               DISPLAY "NO GUARDIAN ON FILE : " NO-GUARDIAN-COUNT
               DISPLAY "LETTER FILE WRITTEN : " WS-LETTER-FILENAME

               MOVE "LETTERS     " TO AJ-ACTION
               MOVE SPACES TO AJ-KEY
               STRING WS-LETTER-TYPE "-" WS-LETTER-SESSION "-"
                   WS-LETTER-CLASS
                   DELIMITED BY SIZE INTO AJ-KEY
               PERFORM LOG-OPERATOR-ACTION
           END-IF.

       SELECT-ONE-LETTER.
           MOVE "N" TO WS-LETTER-WANTED
           EVALUATE TRUE
               WHEN PROGRESS-LETTER
                   PERFORM CLASSIFY-MARK-SHEET
                   PERFORM CHECK-EXAM-ELIGIBILITY
                   MOVE "Y" TO WS-LETTER-WANTED
               WHEN ATTENDANCE-LETTER
                   PERFORM CHECK-EXAM-ELIGIBILITY
                   IF WS-ELIGIBLE-FLAG = "N"
                       MOVE "Y" TO WS-LETTER-WANTED
                   END-IF
               WHEN FEE-LETTER
                   MOVE S-ROLL TO WS-FEE-ROLL
                   MOVE S-SESSION TO WS-FEE-SESSION
                   MOVE S-CLASS TO WS-FEE-CLASS
                   PERFORM COMPUTE-FEE-OUTSTANDING
                   IF WS-FEE-OUTSTANDING > 0
                       MOVE "Y" TO WS-LETTER-WANTED
                   END-IF
           END-EVALUATE

           IF WS-LETTER-WANTED = "Y"
               PERFORM FIND-STUDENT-GUARDIAN
               PERFORM WRITE-ONE-LETTER
               ADD 1 TO LETTER-COUNT
               IF GD-FOUND-FLAG = "Y"
                   DISPLAY S-ROLL " " S-NAME " " GD-NAME " "
                       GD-PHONE
               ELSE
                   ADD 1 TO NO-GUARDIAN-COUNT
                   DISPLAY S-ROLL " " S-NAME " "
                       "** NO GUARDIAN ON FILE **"
               END-IF
           END-IF.

       FIND-STUDENT-GUARDIAN.
           MOVE "N" TO GD-FOUND-FLAG
           IF WS-GUARDIAN-STATUS NOT = "35"
               MOVE S-ROLL TO GD-ROLL
               READ GUARDIAN-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO GD-FOUND-FLAG
               END-READ
           END-IF
           IF GD-FOUND-FLAG = "N"
               MOVE SPACES TO GUARDIAN-REC
           END-IF.

       WRITE-ONE-LETTER.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LT-TEXT-LINE
           EVALUATE TRUE
               WHEN PROGRESS-LETTER
                   MOVE "TERM PROGRESS REPORT" TO LT-LABEL
               WHEN ATTENDANCE-LETTER
                   MOVE "ATTENDANCE WARNING" TO LT-LABEL
               WHEN FEE-LETTER
                   MOVE "FEE REMINDER" TO LT-LABEL
           END-EVALUATE
           MOVE WS-LETTER-DATE TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LT-TEXT-LINE
           MOVE "TO                   :" TO LT-LABEL
           IF GD-FOUND-FLAG = "Y"
               STRING GD-NAME DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   GD-RELATION DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO LT-VALUE
           ELSE
               STRING "THE PARENT OR GUARDIAN OF " S-NAME
                   DELIMITED BY SIZE INTO LT-VALUE
           END-IF
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           IF GD-FOUND-FLAG = "Y"
               MOVE SPACES TO LT-TEXT-LINE
               MOVE "ADDRESS              :" TO LT-LABEL
               MOVE GD-ADDRESS-1 TO LT-VALUE
               WRITE LETTER-LINE FROM LT-TEXT-LINE
               MOVE SPACES TO LT-TEXT-LINE
               MOVE GD-ADDRESS-2 TO LT-VALUE
               WRITE LETTER-LINE FROM LT-TEXT-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LT-TEXT-LINE
           MOVE "STUDENT              :" TO LT-LABEL
           STRING S-NAME "  ROLL " S-ROLL
               DELIMITED BY SIZE INTO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "CLASS                :" TO LT-LABEL
           STRING S-CLASS "  SESSION " S-SESSION
               DELIMITED BY SIZE INTO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           EVALUATE TRUE
               WHEN PROGRESS-LETTER
                   PERFORM WRITE-PROGRESS-BODY
               WHEN ATTENDANCE-LETTER
                   PERFORM WRITE-ATTENDANCE-BODY
               WHEN FEE-LETTER
                   PERFORM WRITE-FEE-REMINDER-BODY
           END-EVALUATE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE CONTACT THE SCHOOL OFFICE WITH ANY QUESTIONS."
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "THE PRINCIPAL" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-PROGRESS-BODY.
           MOVE "SUBJECT                MARKS / MAX   GRADE"
               TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SJ-COUNT
               MOVE SX-RESULT (SUBJ-IDX) TO WS-ONE-MARK
               PERFORM GRADE-ONE-SUBJECT
               MOVE SPACES TO LETTER-LINE
               STRING SJ-NAME (SUBJ-IDX) "             "
                   WS-ONE-MARK " / " SJ-MAX (SUBJ-IDX) "     "
                   WS-ONE-GRADE
                   DELIMITED BY SIZE INTO LETTER-LINE
               IF SX-SAT (SUBJ-IDX) = "Y"
                   MOVE "(SUPPLEMENTARY)" TO LETTER-LINE (48:15)
               END-IF
               WRITE LETTER-LINE
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-STUDENT-PCT TO WS-LT-PCT-EDIT
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "TOTAL                :" TO LT-LABEL
           STRING WS-STUDENT-TOTAL " / " SJ-TOTAL-MAX
               "  (" WS-LT-PCT-EDIT " PCT)"
               DELIMITED BY SIZE INTO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "RESULT               :" TO LT-LABEL
           IF WS-ELIGIBLE-FLAG = "N"
               MOVE "WITHHELD - ATTENDANCE BELOW THE LIMIT"
                   TO LT-VALUE
           ELSE
               STRING WS-MARK-SHEET-RESULT "  GRADE "
                   WS-MARK-SHEET-GRADE
                   DELIMITED BY SIZE INTO LT-VALUE
           END-IF
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           PERFORM WRITE-LETTER-ATTENDANCE

           IF WS-MARK-SHEET-RESULT = "FAIL" AND SUPP-ELIGIBLE
               AND SX-SAT-COUNT = 0
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "YOUR WARD MAY SIT A SUPPLEMENTARY EXAMINATION "
                   "IN THE " WS-REGULAR-FAILS " FAILED PAPER(S)."
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       WRITE-ATTENDANCE-BODY.
           PERFORM WRITE-LETTER-ATTENDANCE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "YOUR WARD'S ATTENDANCE IS BELOW THE "
               ELIGIBILITY-LIMIT " PCT NEEDED TO SIT THE "
               "EXAMINATIONS."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "UNLESS IT IMPROVES, THE RESULT WILL BE WITHHELD. "
               & "PLEASE ENSURE REGULAR ATTENDANCE." TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-LETTER-ATTENDANCE.
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "ATTENDANCE           :" TO LT-LABEL
           IF WS-ATT-FOUND = "N"
               MOVE "NOT YET RECORDED" TO LT-VALUE
           ELSE
               MOVE WS-ATT-PCT TO WS-LT-PCT-EDIT
               STRING WS-ATT-PRESENT " OF " WS-ATT-TOTAL
                   " DAYS  (" WS-LT-PCT-EDIT " PCT)"
                   DELIMITED BY SIZE INTO LT-VALUE
           END-IF
           WRITE LETTER-LINE FROM LT-TEXT-LINE.

       WRITE-FEE-REMINDER-BODY.
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "SESSION FEE          :" TO LT-LABEL
           MOVE WS-FEE-DUE TO WS-LT-AMT-EDIT
           MOVE WS-LT-AMT-EDIT TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           IF WS-FEE-CF > 0
               MOVE SPACES TO LT-TEXT-LINE
               MOVE "BROUGHT FORWARD      :" TO LT-LABEL
               MOVE WS-FEE-CF TO WS-LT-AMT-EDIT
               MOVE WS-LT-AMT-EDIT TO LT-VALUE
               WRITE LETTER-LINE FROM LT-TEXT-LINE
           END-IF
           IF WS-FEE-CONCESSION > 0
               MOVE SPACES TO LT-TEXT-LINE
               MOVE "LESS SCHOLARSHIP     :" TO LT-LABEL
               MOVE WS-FEE-CONCESSION TO WS-LT-AMT-EDIT
               MOVE WS-LT-AMT-EDIT TO LT-VALUE
               WRITE LETTER-LINE FROM LT-TEXT-LINE
           END-IF
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "LESS PAID            :" TO LT-LABEL
           MOVE WS-FEE-PAID TO WS-LT-AMT-EDIT
           MOVE WS-LT-AMT-EDIT TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LT-TEXT-LINE
           MOVE "AMOUNT OUTSTANDING   :" TO LT-LABEL
           MOVE WS-FEE-OUTSTANDING TO WS-LT-AMT-EDIT
           MOVE WS-LT-AMT-EDIT TO LT-VALUE
           WRITE LETTER-LINE FROM LT-TEXT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE PAY THE OUTSTANDING AMOUNT AT THE FEE COUNTER "
               & "AT THE EARLIEST." TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "IF YOU HAVE PAID IN THE LAST FEW DAYS, PLEASE "
               & "IGNORE THIS REMINDER." TO LETTER-LINE
           WRITE LETTER-LINE.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "STUDENTSYS  " TO AJ-PROGRAM
