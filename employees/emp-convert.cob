       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMP-FILE ASSIGN TO "employees-old.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OE-EMP-ID
           FILE STATUS IS WS-OLD-EMP-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OLD-EMP-FILE.
      *    PREVIOUS LAYOUT: NO REPORTING MANAGER
       01 OLD-EMP-REC.
           05 OE-EMP-ID PIC 999.
           05 FILLER PIC X(2).
           05 OE-EMP-NAME PIC X(10).
           05 FILLER PIC X(2).
           05 OE-EMAIL PIC X(25).
           05 FILLER PIC X(2).
           05 OE-EMP-PASSWORD PIC X(24).
           05 FILLER PIC X(2).
           05 OE-SALARY PIC 9(6).
           05 FILLER PIC X(2).
           05 OE-ROLE PIC X(20).
           05 FILLER PIC X(2).
           05 OE-EMP-DEPT PIC X(4).
           05 FILLER PIC X(2).
           05 OE-JOIN-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 OE-LEAVE-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 OE-EMP-STATUS PIC X(8).

       FD EMP-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-EMP-STATUS PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X VALUE "N".
       01 CONVERT-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *    ONE-TIME CONVERSION: RENAME THE LIVE EMPLOYEE MASTER TO
      *    EMPLOYEES-OLD.DAT FIRST, THEN RUN THIS PROGRAM. EVERY
      *    EMPLOYEE STARTS WITH NO REPORTING MANAGER; LINES ARE THEN
      *    KEYED THROUGH EMPLOYEE UPDATE
       MAIN-PARA.
           OPEN INPUT OLD-EMP-FILE
           IF WS-OLD-EMP-STATUS = "35"
               DISPLAY "employees-old.dat NOT FOUND - RENAME THE "
                   "LIVE FILE FIRST"
           ELSE
               OPEN OUTPUT EMP-FILE
               PERFORM CONVERT-ALL-EMPLOYEES
               CLOSE EMP-FILE
               CLOSE OLD-EMP-FILE
               DISPLAY "EMPLOYEE RECORDS CONVERTED: " CONVERT-COUNT
           END-IF

           STOP RUN.

       CONVERT-ALL-EMPLOYEES.
           MOVE "N" TO EOF-FLAG

           PERFORM UNTIL EOF-FLAG = "Y"
               READ OLD-EMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO EMP-REC
                       MOVE OE-EMP-ID       TO EMP-ID
                       MOVE OE-EMP-NAME     TO EMP-NAME
                       MOVE OE-EMAIL        TO EMAIL
                       MOVE OE-EMP-PASSWORD TO EMP-PASSWORD
                       MOVE OE-SALARY       TO SALARY
                       MOVE OE-ROLE         TO ROLE
                       MOVE OE-EMP-DEPT     TO EMP-DEPT
                       MOVE OE-JOIN-DATE    TO EMP-JOIN-DATE
                       MOVE OE-LEAVE-DATE   TO EMP-LEAVE-DATE
                       MOVE OE-EMP-STATUS   TO EMP-STATUS
                       MOVE 0               TO EMP-MANAGER-ID
                       WRITE EMP-REC
                       ADD 1 TO CONVERT-COUNT
               END-READ
           END-PERFORM.
