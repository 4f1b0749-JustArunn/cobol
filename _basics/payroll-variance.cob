       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-ROWS-FILE ASSIGN TO "payroll-trial-rows.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRIAL-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACK-FILE ASSIGN TO "payroll-variance-ack.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD TRIAL-ROWS-FILE.
       COPY SALHIST REPLACING ==SALARY-HISTORY-REC== BY
           ==TRIAL-ROW-REC== LEADING ==SH== BY ==TR==.

       FD SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD ACK-FILE.
       COPY PAYVACK.

       FD EMP-FILE.
       COPY EMPREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X.
       01 WS-TRIAL-STATUS   PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-ACK-STATUS     PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-TODAY          PIC 9(8).
       01 WS-NOW            PIC 9(8).
       01 EMP-MASTER-FLAG   PIC X.
       01 CONFIRM-ANSWER    PIC X.

      *    A NET MOVE OVER EITHER THRESHOLD LISTS THE EMPLOYEE
       01 WS-PCT-LIMIT      PIC 9(3).
       01 WS-AMOUNT-LIMIT   PIC 9(6).

       01 TRIAL-PERIOD      PIC 9(6).
       01 LAST-PAID-PERIOD  PIC 9(6).
       01 TRIAL-ROWS        PIC 9(5).
       01 TRIAL-NET         PIC 9(9)V99.
       01 LAST-NET          PIC 9(9)V99.
       01 NEW-COUNT         PIC 9(4).
       01 COMPARED-COUNT    PIC 9(4).
       01 MOVER-COUNT       PIC 9(4).
       01 JOINER-COUNT      PIC 9(4).
       01 MISSING-COUNT     PIC 9(4).

      *    ONE ENTRY PER EMPLOYEE ID: THIS PERIOD'S TRIAL PAY AND
      *    THE REGULAR PAY OF THE LAST PERIOD BEFORE IT THAT THE
      *    EMPLOYEE WAS PAID IN
       01 EMP-SUB           PIC 9(4).
       01 EMP-TABLE.
           05 ET-ENTRY OCCURS 999 TIMES.
               10 ET-NEW-FLAG     PIC X.
               10 ET-NEW-NAME     PIC X(10).
               10 ET-NEW-GROSS    PIC 9(7).
               10 ET-NEW-DEDUCT   PIC 9(7)V99.
               10 ET-NEW-NET      PIC 9(8)V99.
               10 ET-OLD-PERIOD   PIC 9(6).
               10 ET-OLD-NAME     PIC X(10).
               10 ET-OLD-GROSS    PIC 9(7).
               10 ET-OLD-DEDUCT   PIC 9(7)V99.
               10 ET-OLD-NET      PIC 9(8)V99.

       01 NET-MOVE          PIC S9(8)V99.
       01 ABS-MOVE          PIC 9(8)V99.
       01 MOVE-PCT          PIC S9(4)V9.
       01 ABS-PCT           PIC 9(4)V9.

       01 PV-DETAIL-LINE.
           05 PV-EMP-ID      PIC 9(3).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 PV-NAME        PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 PV-PERIOD      PIC 9(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PV-GROSS       PIC ZZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PV-DEDUCT      PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PV-NET         PIC Z,ZZZ,ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PV-MOVE-AREA.
               10 PV-MOVE    PIC -ZZZ,ZZ9.99.
               10 FILLER     PIC X(1).
               10 PV-PCT     PIC -ZZZ9.9.
           05 PV-NOTE REDEFINES PV-MOVE-AREA PIC X(19).

       01 PV-TOTAL-LINE.
           05 PV-T-LABEL     PIC X(30).
           05 PV-T-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    PERIOD-ON-PERIOD PAYROLL VARIANCE, RUN BETWEEN THE TRIAL
      *    AND THE REAL RUN. THE LATEST TRIAL'S PAY ROWS (GROSS,
      *    DEDUCTIONS, NET) ARE SET AGAINST EACH EMPLOYEE'S LAST
      *    PAID PERIOD IN SALARY HISTORY, LISTING THE NET MOVERS
      *    OVER THE PERCENT OR AMOUNT THRESHOLD, NEW JOINERS WITH NO
      *    PAY BEFORE, AND EMPLOYEES PAID IN THE LAST PAID PERIOD
      *    BUT MISSING FROM THIS RUN. A SUPERVISOR'S ACKNOWLEDGEMENT
      *    OF THE REPORT IS WHAT LETS SALARYCALC COMMIT THE PERIOD
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM UNTIL CHOICE = 3

               DISPLAY " "
               DISPLAY "===== PAYROLL VARIANCE ====="
               DISPLAY "1. VARIANCE REPORT FOR THE LATEST TRIAL"
               DISPLAY "2. VARIANCE REPORT AND ACKNOWLEDGE"
               DISPLAY "3. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM PRODUCE-VARIANCE
                   WHEN 2
                       IF SIGNON-SUPERVISOR
                           PERFORM ACKNOWLEDGE-VARIANCE
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       PRODUCE-VARIANCE.
           DISPLAY "NET MOVE PERCENT THRESHOLD (0 = 10):"
           ACCEPT WS-PCT-LIMIT
           IF WS-PCT-LIMIT = 0
               MOVE 10 TO WS-PCT-LIMIT
           END-IF
           DISPLAY "NET MOVE AMOUNT THRESHOLD (0 = 1000):"
           ACCEPT WS-AMOUNT-LIMIT
           IF WS-AMOUNT-LIMIT = 0
               MOVE 1000 TO WS-AMOUNT-LIMIT
           END-IF

           PERFORM LOAD-TRIAL-ROWS
           IF TRIAL-PERIOD = 0
               DISPLAY "NO TRIAL RUN ON FILE - RUN SALARYCALC IN "
                   "TRIAL MODE FIRST"
           ELSE
               PERFORM LOAD-LAST-PAID
               PERFORM PRINT-VARIANCE-REPORT

               DISPLAY " "
               DISPLAY "TRIAL PERIOD         : " TRIAL-PERIOD
               DISPLAY "LAST PAID PERIOD     : " LAST-PAID-PERIOD
               DISPLAY "EMPLOYEES IN TRIAL   : " NEW-COUNT
               DISPLAY "NET MOVERS           : " MOVER-COUNT
               DISPLAY "NEW JOINERS          : " JOINER-COUNT
               DISPLAY "MISSING FROM RUN     : " MISSING-COUNT
               DISPLAY "REPORT WRITTEN TO " RPT-FILENAME
           END-IF.

       ACKNOWLEDGE-VARIANCE.
      *    THE SUPERVISOR ACKNOWLEDGES THE REPORT JUST PRODUCED; THE
      *    ACKNOWLEDGEMENT CARRIES THE TRIAL'S ROW COUNT AND NET
      *    TOTAL SO A LATER TRIAL WITH OTHER FIGURES NEEDS A NEW ONE
           PERFORM PRODUCE-VARIANCE
           IF TRIAL-PERIOD NOT = 0
               DISPLAY "ACKNOWLEDGE THE VARIANCE FOR PERIOD "
                   TRIAL-PERIOD " AND RELEASE IT FOR COMMIT? (Y/N):"
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y"
                   PERFORM WRITE-ACKNOWLEDGEMENT

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "PAYVAR" TO AJ-PROGRAM
                   MOVE "VARIANCE ACK" TO AJ-ACTION
                   MOVE TRIAL-PERIOD TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA

                   DISPLAY "VARIANCE ACKNOWLEDGED - PERIOD "
                       TRIAL-PERIOD " MAY BE COMMITTED"
               ELSE
                   DISPLAY "NOT ACKNOWLEDGED"
               END-IF
           END-IF.

       WRITE-ACKNOWLEDGEMENT.
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT ACK-FILE
           END-IF

           ACCEPT WS-NOW FROM TIME
           MOVE TRIAL-PERIOD TO VA-PERIOD
           MOVE TRIAL-ROWS TO VA-TRIAL-ROWS
           MOVE TRIAL-NET TO VA-TRIAL-NET
           MOVE MOVER-COUNT TO VA-MOVERS
           MOVE JOINER-COUNT TO VA-JOINERS
           MOVE MISSING-COUNT TO VA-MISSING
           MOVE SIGNON-EMP-ID TO VA-ACK-BY
           COMPUTE VA-TIMESTAMP = WS-TODAY * 1000000 + WS-NOW / 100
           WRITE VARIANCE-ACK-REC

           CLOSE ACK-FILE.

       LOAD-TRIAL-ROWS.
      *    THE TRIAL FILE HOLDS ONE PERIOD, THE LAST ONE TRIALLED
           INITIALIZE EMP-TABLE
           MOVE 0 TO TRIAL-PERIOD
           MOVE 0 TO TRIAL-ROWS
           MOVE 0 TO TRIAL-NET
           MOVE 0 TO NEW-COUNT

           OPEN INPUT TRIAL-ROWS-FILE
           IF WS-TRIAL-STATUS = "00" OR WS-TRIAL-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRIAL-ROWS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TRIAL-PERIOD = 0
                               MOVE TR-PERIOD TO TRIAL-PERIOD
                           END-IF
                           IF TR-PERIOD = TRIAL-PERIOD
                               ADD 1 TO TRIAL-ROWS
                               ADD TR-NET-SALARY TO TRIAL-NET
                               PERFORM ADD-TRIAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAL-ROWS-FILE
           END-IF.

       ADD-TRIAL-ROW.
           IF TR-EMP-ID > 0 AND TR-EMP-ID <= 999
               MOVE TR-EMP-ID TO EMP-SUB
               IF ET-NEW-FLAG (EMP-SUB) NOT = "Y"
                   MOVE "Y" TO ET-NEW-FLAG (EMP-SUB)
                   MOVE TR-EMP-NAME TO ET-NEW-NAME (EMP-SUB)
                   ADD 1 TO NEW-COUNT
               END-IF
               ADD TR-TOTAL-SALARY TO ET-NEW-GROSS (EMP-SUB)
               ADD TR-DEDUCTIONS TO ET-NEW-DEDUCT (EMP-SUB)
               ADD TR-NET-SALARY TO ET-NEW-NET (EMP-SUB)
           END-IF.

       LOAD-LAST-PAID.
      *    REGULAR PAY ONLY - ADJUSTMENTS AND SETTLEMENTS ARE NOT A
      *    MONTH'S PAY TO COMPARE AGAINST
           MOVE 0 TO LAST-PAID-PERIOD

           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SALARY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF (SH-REC-TYPE = "R" OR SH-REC-TYPE = SPACE)
                               AND SH-PERIOD < TRIAL-PERIOD
                               PERFORM ADD-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

       ADD-HISTORY-ROW.
           IF SH-PERIOD > LAST-PAID-PERIOD
               MOVE SH-PERIOD TO LAST-PAID-PERIOD
           END-IF

           IF SH-EMP-ID > 0 AND SH-EMP-ID <= 999
               MOVE SH-EMP-ID TO EMP-SUB
               IF SH-PERIOD > ET-OLD-PERIOD (EMP-SUB)
                   MOVE SH-PERIOD TO ET-OLD-PERIOD (EMP-SUB)
                   MOVE SH-EMP-NAME TO ET-OLD-NAME (EMP-SUB)
                   MOVE 0 TO ET-OLD-GROSS (EMP-SUB)
                   MOVE 0 TO ET-OLD-DEDUCT (EMP-SUB)
                   MOVE 0 TO ET-OLD-NET (EMP-SUB)
               END-IF
               IF SH-PERIOD = ET-OLD-PERIOD (EMP-SUB)
                   ADD SH-TOTAL-SALARY TO ET-OLD-GROSS (EMP-SUB)
                   ADD SH-DEDUCTIONS TO ET-OLD-DEDUCT (EMP-SUB)
                   ADD SH-NET-SALARY TO ET-OLD-NET (EMP-SUB)
               END-IF
           END-IF.

       PRINT-VARIANCE-REPORT.
           MOVE 0 TO COMPARED-COUNT
           MOVE 0 TO MOVER-COUNT
           MOVE 0 TO JOINER-COUNT
           MOVE 0 TO MISSING-COUNT
           MOVE 0 TO LAST-NET

           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "payroll-variance-" TRIAL-PERIOD ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "PAYROLL VARIANCE  TRIAL " TRIAL-PERIOD
               "  AGAINST LAST PAID " LAST-PAID-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "EMP NAME       PERIOD    GROSS  DEDUCTIONS"
               & "           NET     NET MOVE       %"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE SPACES TO RPT-DETAIL
           STRING "NET MOVERS - OVER " WS-PCT-LIMIT " PERCENT OR "
               WS-AMOUNT-LIMIT " (LAST PAID, THEN THIS RUN)"
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING EMP-SUB FROM 1 BY 1 UNTIL EMP-SUB > 999
               IF ET-NEW-FLAG (EMP-SUB) = "Y"
                   AND ET-OLD-PERIOD (EMP-SUB) > 0
                   PERFORM CHECK-NET-MOVE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "NEW JOINERS - NO REGULAR PAY BEFORE THIS PERIOD"
               TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING EMP-SUB FROM 1 BY 1 UNTIL EMP-SUB > 999
               IF ET-NEW-FLAG (EMP-SUB) = "Y"
                   AND ET-OLD-PERIOD (EMP-SUB) = 0
                   ADD 1 TO JOINER-COUNT
                   PERFORM PRINT-NEW-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "MISSING - PAID IN THE LAST PAID PERIOD, NOT IN THIS"
               & " RUN" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO EMP-MASTER-FLAG
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "Y" TO EMP-MASTER-FLAG
           END-IF
           PERFORM VARYING EMP-SUB FROM 1 BY 1 UNTIL EMP-SUB > 999
               IF ET-OLD-PERIOD (EMP-SUB) = LAST-PAID-PERIOD
                   AND LAST-PAID-PERIOD > 0
                   ADD ET-OLD-NET (EMP-SUB) TO LAST-NET
                   IF ET-NEW-FLAG (EMP-SUB) NOT = "Y"
                       ADD 1 TO MISSING-COUNT
                       PERFORM PRINT-MISSING-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF EMP-MASTER-FLAG = "Y"
               CLOSE EMP-FILE
           END-IF

           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE.

       CHECK-NET-MOVE.
           ADD 1 TO COMPARED-COUNT
           COMPUTE NET-MOVE = ET-NEW-NET (EMP-SUB)
               - ET-OLD-NET (EMP-SUB)
           MOVE NET-MOVE TO ABS-MOVE
           IF ET-OLD-NET (EMP-SUB) = 0
               MOVE 0 TO MOVE-PCT
               IF NET-MOVE NOT = 0
                   MOVE 999.9 TO MOVE-PCT
               END-IF
           ELSE
               COMPUTE MOVE-PCT ROUNDED =
                   NET-MOVE * 100 / ET-OLD-NET (EMP-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO MOVE-PCT
               END-COMPUTE
               IF NET-MOVE < 0
                   AND MOVE-PCT > 0
                   COMPUTE MOVE-PCT = 0 - MOVE-PCT
               END-IF
           END-IF
           MOVE MOVE-PCT TO ABS-PCT

           IF ABS-MOVE > WS-AMOUNT-LIMIT
               OR ABS-PCT > WS-PCT-LIMIT
               ADD 1 TO MOVER-COUNT

               MOVE SPACES TO PV-DETAIL-LINE
               MOVE EMP-SUB TO PV-EMP-ID
               MOVE ET-OLD-NAME (EMP-SUB) TO PV-NAME
               MOVE ET-OLD-PERIOD (EMP-SUB) TO PV-PERIOD
               MOVE ET-OLD-GROSS (EMP-SUB) TO PV-GROSS
               MOVE ET-OLD-DEDUCT (EMP-SUB) TO PV-DEDUCT
               MOVE ET-OLD-NET (EMP-SUB) TO PV-NET
               MOVE PV-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE

               PERFORM PRINT-NEW-LINE
           END-IF.

       PRINT-NEW-LINE.
      *    THIS RUN'S PAY; A MOVER'S LINE ALSO CARRIES THE MOVE
           MOVE SPACES TO PV-DETAIL-LINE
           MOVE EMP-SUB TO PV-EMP-ID
           MOVE ET-NEW-NAME (EMP-SUB) TO PV-NAME
           MOVE TRIAL-PERIOD TO PV-PERIOD
           MOVE ET-NEW-GROSS (EMP-SUB) TO PV-GROSS
           MOVE ET-NEW-DEDUCT (EMP-SUB) TO PV-DEDUCT
           MOVE ET-NEW-NET (EMP-SUB) TO PV-NET
           IF ET-OLD-PERIOD (EMP-SUB) > 0
               MOVE NET-MOVE TO PV-MOVE
               MOVE MOVE-PCT TO PV-PCT
           ELSE
               MOVE "NEW JOINER" TO PV-NOTE
           END-IF
           MOVE PV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       PRINT-MISSING-LINE.
           MOVE SPACES TO PV-DETAIL-LINE
           MOVE EMP-SUB TO PV-EMP-ID
           MOVE ET-OLD-NAME (EMP-SUB) TO PV-NAME
           MOVE ET-OLD-PERIOD (EMP-SUB) TO PV-PERIOD
           MOVE ET-OLD-GROSS (EMP-SUB) TO PV-GROSS
           MOVE ET-OLD-DEDUCT (EMP-SUB) TO PV-DEDUCT
           MOVE ET-OLD-NET (EMP-SUB) TO PV-NET

           IF EMP-MASTER-FLAG = "Y"
               MOVE EMP-SUB TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO PV-NOTE
                   NOT INVALID KEY
                       IF EMP-STATUS = "LEFT"
                           MOVE "LEFT" TO PV-NOTE
                       ELSE
                           MOVE "ACTIVE - NOT PAID" TO PV-NOTE
                       END-IF
               END-READ
           END-IF
           MOVE PV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       PRINT-TOTALS.
           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "EMPLOYEES IN TRIAL           :" TO PV-T-LABEL
           MOVE NEW-COUNT TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "COMPARED WITH EARLIER PAY    :" TO PV-T-LABEL
           MOVE COMPARED-COUNT TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "NET MOVERS                   :" TO PV-T-LABEL
           MOVE MOVER-COUNT TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "NEW JOINERS                  :" TO PV-T-LABEL
           MOVE JOINER-COUNT TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "MISSING FROM THIS RUN        :" TO PV-T-LABEL
           MOVE MISSING-COUNT TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "NET PAY LAST PAID PERIOD     :" TO PV-T-LABEL
           MOVE LAST-NET TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PV-TOTAL-LINE
           MOVE "NET PAY THIS TRIAL           :" TO PV-T-LABEL
           MOVE TRIAL-NET TO PV-T-AMOUNT
           MOVE PV-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO RPT-PAGE-NUM
           MOVE RPT-TITLE TO RPT-H-TITLE
           MOVE RPT-PAGE-NUM TO RPT-H-PAGE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO RPT-LINE-COUNT.
