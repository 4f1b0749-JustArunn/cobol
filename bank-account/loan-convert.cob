       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-FILE ASSIGN TO "loans-old.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-LOAN-NO
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-LOAN-NO
           FILE STATUS IS WS-LOAN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OLD-LOAN-FILE.
      *    LAYOUT BEFORE LOANS WERE TIED TO A SANCTIONED APPLICATION
       01 OLD-LOAN-REC.
           05 OL-LOAN-NO     PIC 9(5).
           05 OL-ACC-NUMBER  PIC 9(5).
           05 OL-PRINCIPAL   PIC 9(7).
           05 OL-ANNUAL-RATE PIC 99V99.
           05 OL-TERM-MONTHS PIC 9(3).
           05 OL-EMI         PIC 9(6).
           05 OL-OUTSTANDING PIC 9(7)V99.
           05 OL-PAID-COUNT  PIC 9(3).
           05 OL-START-DATE  PIC 9(8).
           05 OL-STATUS      PIC X(6).

       FD LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS     PIC X(2).
       01 WS-LOAN-STATUS    PIC X(2).
       01 EOF-FLAG          PIC X VALUE "N".
       01 CONVERT-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *    ONE-TIME CONVERSION: RENAME THE LIVE LOANS.DAT TO
      *    LOANS-OLD.DAT FIRST, THEN RUN THIS PROGRAM TO REBUILD
      *    LOANS.DAT IN THE CURRENT RECORD LAYOUT
       MAIN-PARA.
           OPEN INPUT OLD-LOAN-FILE
           IF WS-OLD-STATUS = "35"
               DISPLAY "loans-old.dat NOT FOUND - RENAME THE "
                   "LIVE FILE FIRST"
           ELSE
               IF WS-OLD-STATUS = "00" OR WS-OLD-STATUS = "05"
                   OPEN OUTPUT LOAN-FILE
                   PERFORM CONVERT-ALL-LOANS
                   CLOSE LOAN-FILE
                   CLOSE OLD-LOAN-FILE
                   DISPLAY "LOANS CONVERTED: " CONVERT-COUNT
               ELSE
                   DISPLAY "OLD FILE OPEN ERROR, STATUS: "
                       WS-OLD-STATUS
               END-IF
           END-IF

           STOP RUN.

       CONVERT-ALL-LOANS.
           MOVE "N" TO EOF-FLAG

           PERFORM UNTIL EOF-FLAG = "Y"
               READ OLD-LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE OL-LOAN-NO      TO LN-LOAN-NO
                       MOVE OL-ACC-NUMBER   TO LN-ACC-NUMBER
                       MOVE OL-PRINCIPAL    TO LN-PRINCIPAL
                       MOVE OL-ANNUAL-RATE  TO LN-ANNUAL-RATE
                       MOVE OL-TERM-MONTHS  TO LN-TERM-MONTHS
                       MOVE OL-EMI          TO LN-EMI
                       MOVE OL-OUTSTANDING  TO LN-OUTSTANDING
                       MOVE OL-PAID-COUNT   TO LN-PAID-COUNT
                       MOVE OL-START-DATE   TO LN-START-DATE
                       MOVE OL-STATUS       TO LN-STATUS
                       MOVE 0               TO LN-APP-NO
                       MOVE 0               TO LN-STAFF-EMP-ID
                       WRITE LOAN-REC
                       ADD 1 TO CONVERT-COUNT
               END-READ
           END-PERFORM.
