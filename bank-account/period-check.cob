       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PERIOD-FILE.
       COPY PERIOD.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS  PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).

       LINKAGE SECTION.
       COPY PERCHK.

       PROCEDURE DIVISION USING PERCHK-AREA.

      *    TELLS A POSTING PROGRAM WHETHER THE ACCOUNTING MONTH OF
      *    AN ENTRY'S DATE IS STILL OPEN. FINANCE CLOSES A MONTH
      *    ONCE IT HAS BEEN REPORTED; NOTHING MAY THEN BE POSTED
      *    DATED INTO IT UNTIL A SUPERVISOR REOPENS IT. A MONTH WITH
      *    NO CONTROL RECORD HAS NEVER BEEN CLOSED
       PERCHK-MAIN.
           IF PK-DATE = 0
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PK-DATE TO WS-DATE
           END-IF
           DIVIDE WS-DATE BY 100 GIVING PK-PERIOD
           MOVE "O" TO PK-RESULT

           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00" OR WS-PERIOD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PD-PERIOD = PK-PERIOD
                               AND PD-STATUS = "C"
                               MOVE "C" TO PK-RESULT
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF

           GOBACK.
