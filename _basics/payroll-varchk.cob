       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVACHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-ROWS-FILE ASSIGN TO "payroll-trial-rows.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRIAL-STATUS.

           SELECT ACK-FILE ASSIGN TO "payroll-variance-ack.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD TRIAL-ROWS-FILE.
       COPY SALHIST REPLACING ==SALARY-HISTORY-REC== BY
           ==TRIAL-ROW-REC== LEADING ==SH== BY ==TR==.

       FD ACK-FILE.
       COPY PAYVACK.

       WORKING-STORAGE SECTION.
       01 WS-TRIAL-STATUS   PIC X(2).
       01 WS-ACK-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 ACK-FOUND-FLAG    PIC X.
       01 ACK-ROWS          PIC 9(5).
       01 ACK-NET           PIC 9(9)V99.

       LINKAGE SECTION.
       COPY PAYVCHK.

       PROCEDURE DIVISION USING VARCHK-AREA.

      *    MAY THIS PAY PERIOD BE COMMITTED? ONLY WHEN A TRIAL OF
      *    THE PERIOD IS ON PAYROLL-TRIAL-ROWS.DAT AND A SUPERVISOR
      *    HAS ACKNOWLEDGED THE VARIANCE REPORT FOR THAT SAME TRIAL
      *    (SAME ROW COUNT AND NET TOTAL). ASKED BY SALARYCALC
      *    BEFORE A REAL RUN AND BY THE NIGHTLY PAYROLL STEP
       PAYVACHK-MAIN.
           MOVE "N" TO VC-ACKED
           MOVE SPACES TO VC-MESSAGE
           MOVE 0 TO VC-TRIAL-ROWS
           MOVE 0 TO VC-TRIAL-NET

           PERFORM SUM-TRIAL-ROWS
           IF VC-TRIAL-ROWS = 0
               MOVE "NO TRIAL RUN ON FILE FOR THE PERIOD"
                   TO VC-MESSAGE
           ELSE
               PERFORM FIND-LATEST-ACK
               IF ACK-FOUND-FLAG = "N"
                   MOVE "VARIANCE REPORT NOT ACKNOWLEDGED"
                       TO VC-MESSAGE
               ELSE
                   IF ACK-ROWS = VC-TRIAL-ROWS
                       AND ACK-NET = VC-TRIAL-NET
                       MOVE "Y" TO VC-ACKED
                   ELSE
                       MOVE "TRIAL RERUN SINCE VARIANCE ACKNOWLEDGED"
                           TO VC-MESSAGE
                   END-IF
               END-IF
           END-IF

           GOBACK.

       SUM-TRIAL-ROWS.
           OPEN INPUT TRIAL-ROWS-FILE
           IF WS-TRIAL-STATUS = "00" OR WS-TRIAL-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRIAL-ROWS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-PERIOD = VC-PERIOD
                               ADD 1 TO VC-TRIAL-ROWS
                               ADD TR-NET-SALARY TO VC-TRIAL-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAL-ROWS-FILE
           END-IF.

       FIND-LATEST-ACK.
      *    THE LAST ACKNOWLEDGEMENT FOR THE PERIOD IS THE ONE THAT
      *    COUNTS; EARLIER ONES BELONG TO EARLIER TRIALS
           MOVE "N" TO ACK-FOUND-FLAG
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00" OR WS-ACK-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACK-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF VA-PERIOD = VC-PERIOD
                               MOVE "Y" TO ACK-FOUND-FLAG
                               MOVE VA-TRIAL-ROWS TO ACK-ROWS
                               MOVE VA-TRIAL-NET TO ACK-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.
