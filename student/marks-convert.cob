       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE ASSIGN TO "students-old.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OS-ROLL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "students.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS S-ROLL
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN USING WS-OLD-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-ARCHIVE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OLD-STUDENT-FILE.
      *    PREVIOUS LAYOUT: FIVE FIXED SUBJECTS
       01 OLD-STUDENT-REC.
           05 OS-ROLL    PIC 9(5).
           05 OS-NAME    PIC A(20).
           05 OS-MARKS-TABLE.
               10 OS-SUBJECT-MARKS OCCURS 5 TIMES PIC 9(3).
           05 OS-SESSION PIC 9(4).
           05 OS-CLASS   PIC 9(2).

       FD STUDENT-FILE.
       COPY STUDENT.

       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-REC.
           05 OA-ROLL    PIC 9(5).
           05 OA-NAME    PIC A(20).
           05 OA-MARKS-TABLE.
               10 OA-SUBJECT-MARKS OCCURS 5 TIMES PIC 9(3).
           05 OA-SESSION PIC 9(4).
           05 OA-CLASS   PIC 9(2).

       FD ARCHIVE-FILE.
       COPY STUDENT REPLACING ==STUDENT-REC== BY ==ARCHIVE-REC==
                    LEADING ==S== BY ==AR==.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 WS-OLD-STATUS     PIC X(2).
       01 WS-STUDENT-STATUS PIC X(2).
       01 WS-OLD-ARCHIVE-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-OLD-ARCHIVE-NAME PIC X(25).
       01 WS-ARCHIVE-FILENAME PIC X(20).
       01 WS-ARCHIVE-SESSION PIC 9(4).
       01 EOF-FLAG          PIC X VALUE "N".
       01 CONVERT-COUNT     PIC 9(5) VALUE 0.
       01 SUBJ-IDX          PIC 9.

       PROCEDURE DIVISION.

      *    ONE-TIME CONVERSION TO THE SUBJECT-MASTER LAYOUT OF UP TO
      *    EIGHT MARKS. RENAME THE LIVE FILE TO ITS -OLD NAME FIRST
      *    (STUDENTS-OLD.DAT, OR STUDENTS-YYYY-OLD.DAT FOR A SESSION
      *    ARCHIVE), THEN CONVERT. THE FIVE MARKS KEEP THEIR PLACES
      *    AND THE NEW SLOTS START AT ZERO; A CLASS WITH NO SUBJECT
      *    LIST STILL SITS THE STANDARD FIVE, SO NO GRADE CHANGES
       MAIN-MENU.
           PERFORM UNTIL CHOICE = 3

               DISPLAY " "
               DISPLAY "===== STUDENT MARKS CONVERSION ====="
               DISPLAY "1. CONVERT students.dat"
               DISPLAY "2. CONVERT A SESSION ARCHIVE"
               DISPLAY "3. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM CONVERT-MASTER
                   WHEN 2 PERFORM CONVERT-ARCHIVE
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       CONVERT-MASTER.
           MOVE 0 TO CONVERT-COUNT
           MOVE "N" TO EOF-FLAG

           OPEN INPUT OLD-STUDENT-FILE
           IF WS-OLD-STATUS = "35"
               DISPLAY "students-old.dat NOT FOUND - RENAME THE "
                   "LIVE FILE FIRST"
           ELSE
               OPEN OUTPUT STUDENT-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OLD-STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE OS-ROLL TO S-ROLL
                           MOVE OS-NAME TO S-NAME
                           MOVE ZEROES TO S-MARKS-TABLE
                           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                                   UNTIL SUBJ-IDX > 5
                               MOVE OS-SUBJECT-MARKS (SUBJ-IDX)
                                   TO S-SUBJECT-MARKS (SUBJ-IDX)
                           END-PERFORM
                           MOVE OS-SESSION TO S-SESSION
                           MOVE OS-CLASS TO S-CLASS
                           WRITE STUDENT-REC
                           ADD 1 TO CONVERT-COUNT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE OLD-STUDENT-FILE
               DISPLAY "STUDENTS CONVERTED: " CONVERT-COUNT
           END-IF.

       CONVERT-ARCHIVE.
           DISPLAY "ARCHIVED SESSION (YYYY):"
           ACCEPT WS-ARCHIVE-SESSION

           MOVE SPACES TO WS-OLD-ARCHIVE-NAME
           STRING "students-" WS-ARCHIVE-SESSION "-old.dat"
               DELIMITED BY SIZE INTO WS-OLD-ARCHIVE-NAME
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "students-" WS-ARCHIVE-SESSION ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

           MOVE 0 TO CONVERT-COUNT
           MOVE "N" TO EOF-FLAG

           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-ARCHIVE-STATUS = "35"
               DISPLAY WS-OLD-ARCHIVE-NAME " NOT FOUND - RENAME "
                   "THE ARCHIVE FIRST"
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OLD-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE OA-ROLL TO AR-ROLL
                           MOVE OA-NAME TO AR-NAME
                           MOVE ZEROES TO AR-MARKS-TABLE
                           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                                   UNTIL SUBJ-IDX > 5
                               MOVE OA-SUBJECT-MARKS (SUBJ-IDX)
                                   TO AR-SUBJECT-MARKS (SUBJ-IDX)
                           END-PERFORM
                           MOVE OA-SESSION TO AR-SESSION
                           MOVE OA-CLASS TO AR-CLASS
                           WRITE ARCHIVE-REC
                           ADD 1 TO CONVERT-COUNT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE OLD-ARCHIVE-FILE
               DISPLAY "ARCHIVE ROWS CONVERTED: " CONVERT-COUNT
           END-IF.
