       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGETRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "dept-budgets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD BUDGET-FILE.
       COPY DEPTBUD.

       FD SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS  PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-RUN-PERIOD     PIC 9(6).
       01 WS-RUN-YEAR       PIC 9(4).
       01 WS-RUN-MONTH      PIC 9(2).
       01 WS-FY-YEAR        PIC 9(4).
       01 WS-FY-FROM        PIC 9(6).
       01 WS-FY-MONTHS      PIC 9(2).
       01 WS-TOLERANCE      PIC 9(3).
       01 ROW-COST          PIC S9(7).

      *    ONE ENTRY PER DEPARTMENT WITH A BUDGET FOR THE YEAR OR
      *    PAY IN IT; A DEPARTMENT PAID WITHOUT A BUDGET IS REPORTED
      *    AND FLAGGED
       01 DEPT-COUNT        PIC 9(3) VALUE 0.
       01 DEPT-TABLE.
           05 DT-ENTRY OCCURS 200 TIMES INDEXED BY DT-IDX.
               10 DT-DEPT-CODE    PIC X(4).
               10 DT-HAS-BUDGET   PIC X.
               10 DT-BUD-HC       PIC 9(4).
               10 DT-MONTH-BUDGET PIC 9(8).
               10 DT-ACT-HC       PIC 9(4).
               10 DT-ACT-MONTH    PIC S9(9).
               10 DT-ACT-YTD      PIC S9(10).
       01 DT-FOUND-FLAG     PIC X.
       01 FIND-DEPT-CODE    PIC X(4).
       01 DT-SUB            PIC 9(3).

       01 LINE-BUDGET       PIC S9(10).
       01 LINE-ACTUAL       PIC S9(10).
       01 LINE-VARIANCE     PIC S9(10).
       01 LINE-VAR-PCT      PIC S9(5)V9.
       01 LINE-BUD-HC       PIC 9(4).
       01 LINE-ACT-HC       PIC 9(4).
       01 LINE-FLAG         PIC X(8).
       01 OVER-COUNT        PIC 9(3) VALUE 0.
       01 YTD-OVER-COUNT    PIC 9(3) VALUE 0.

       01 TOT-BUD-HC        PIC 9(6) VALUE 0.
       01 TOT-ACT-HC        PIC 9(6) VALUE 0.
       01 TOT-MONTH-BUDGET  PIC S9(10) VALUE 0.
       01 TOT-ACT-MONTH     PIC S9(10) VALUE 0.
       01 TOT-YTD-BUDGET    PIC S9(10) VALUE 0.
       01 TOT-ACT-YTD       PIC S9(10) VALUE 0.

       01 BV-DETAIL-LINE.
           05 BV-DEPT-CODE   PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-BASIS       PIC X(3).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-BUD-HC      PIC ZZZ9.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 BV-ACT-HC      PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-BUDGET      PIC Z(8)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-ACTUAL      PIC -(8)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-VARIANCE    PIC -(9)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-VAR-PCT     PIC -(4)9.9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BV-FLAG        PIC X(8).

       COPY RPTWS.

       PROCEDURE DIVISION.

      *    MONTHLY DEPARTMENT SALARY BUDGET AGAINST ACTUAL: GROSS PAY
      *    AND HEADCOUNT FROM SALARY HISTORY FOR THE PERIOD AND THE
      *    FINANCIAL YEAR TO DATE (APRIL-MARCH) AGAINST THE APPROVED
      *    BUDGET. VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE
      *    FIGURE IS AN OVERSPEND; A DEPARTMENT MORE THAN THE
      *    TOLERANCE PERCENT OVER IS FLAGGED OVER, ONE PAYING MORE
      *    PEOPLE THAN ITS APPROVED HEADCOUNT IS FLAGGED HC.
      *    REGULAR PAY AND LEAVER SETTLEMENTS COUNT AT THEIR GROSS,
      *    ADJUSTMENTS AT THEIR SIGNED AMOUNT, ALL IN THE PERIOD
      *    THEY WERE PAID IN; HEADCOUNT IS REGULAR PAY ROWS ONLY
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "PAY PERIOD TO REPORT (YYYYMM, 0 = CURRENT):"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-RUN-PERIOD
           END-IF
           DISPLAY "OVERSPEND TOLERANCE PERCENT (E.G. 5):"
           ACCEPT WS-TOLERANCE

           DIVIDE WS-RUN-PERIOD BY 100 GIVING WS-RUN-YEAR
           COMPUTE WS-RUN-MONTH = WS-RUN-PERIOD - WS-RUN-YEAR * 100
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY "INVALID PERIOD - NO REPORT"
               STOP RUN
           END-IF
           IF WS-RUN-MONTH >= 4
               MOVE WS-RUN-YEAR TO WS-FY-YEAR
               COMPUTE WS-FY-MONTHS = WS-RUN-MONTH - 3
           ELSE
               COMPUTE WS-FY-YEAR = WS-RUN-YEAR - 1
               COMPUTE WS-FY-MONTHS = WS-RUN-MONTH + 9
           END-IF
           COMPUTE WS-FY-FROM = WS-FY-YEAR * 100 + 4

           PERFORM LOAD-BUDGETS
           PERFORM ACCUMULATE-ACTUALS

           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "budget-variance-" WS-RUN-PERIOD ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SALARY BUDGET VS ACTUAL " WS-RUN-PERIOD
               " FY " WS-FY-YEAR " TOL " WS-TOLERANCE "%"
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "DEPT  BAS   BHC  AHC     BUDGET     ACTUAL"
               & "    VARIANCE     VAR%  FLAG" TO RPT-COLUMNS
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           OPEN OUTPUT REPORT-FILE

           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DEPT-COUNT
               PERFORM PRINT-DEPARTMENT
           END-PERFORM

           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE

           DISPLAY "DEPARTMENTS REPORTED      : " DEPT-COUNT
           DISPLAY "OVER TOLERANCE THIS MONTH : " OVER-COUNT
           DISPLAY "OVER TOLERANCE YEAR TO DATE: " YTD-OVER-COUNT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           STOP RUN.

       LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00" OR WS-BUDGET-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DB-FY-YEAR = WS-FY-YEAR
                               MOVE DB-DEPT-CODE TO FIND-DEPT-CODE
                               PERFORM FIND-DEPT-ENTRY
                               IF DT-FOUND-FLAG = "Y"
                                   MOVE "Y" TO DT-HAS-BUDGET (DT-IDX)
                                   MOVE DB-HEADCOUNT
                                       TO DT-BUD-HC (DT-IDX)
                                   MOVE DB-MONTH-BUDGET
                                       TO DT-MONTH-BUDGET (DT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               DISPLAY "NO DEPARTMENT BUDGETS ON FILE"
           END-IF.

       ACCUMULATE-ACTUALS.
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SALARY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SH-PERIOD >= WS-FY-FROM
                               AND SH-PERIOD <= WS-RUN-PERIOD
                               PERFORM ADD-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           ELSE
               DISPLAY "NO SALARY HISTORY ON FILE"
           END-IF.

       ADD-HISTORY-ROW.
           MOVE SH-DEPT-CODE TO FIND-DEPT-CODE
           PERFORM FIND-DEPT-ENTRY
           IF DT-FOUND-FLAG = "Y"
               IF SH-REC-TYPE = "A"
                   MOVE SH-ADJ-AMOUNT TO ROW-COST
               ELSE
                   MOVE SH-TOTAL-SALARY TO ROW-COST
               END-IF
               ADD ROW-COST TO DT-ACT-YTD (DT-IDX)
               IF SH-PERIOD = WS-RUN-PERIOD
                   ADD ROW-COST TO DT-ACT-MONTH (DT-IDX)
                   IF SH-REC-TYPE = "R" OR SH-REC-TYPE = SPACE
                       ADD 1 TO DT-ACT-HC (DT-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
      *    LOOKS UP FIND-DEPT-CODE, ADDING A NEW ENTRY WHEN THE
      *    DEPARTMENT IS NOT IN THE TABLE YET
           MOVE "N" TO DT-FOUND-FLAG
           SET DT-IDX TO 1
           SEARCH DT-ENTRY
               AT END
                   CONTINUE
               WHEN DT-IDX > DEPT-COUNT
                   CONTINUE
               WHEN DT-DEPT-CODE (DT-IDX) = FIND-DEPT-CODE
                   MOVE "Y" TO DT-FOUND-FLAG
           END-SEARCH

           IF DT-FOUND-FLAG = "N" AND DEPT-COUNT < 200
               ADD 1 TO DEPT-COUNT
               SET DT-IDX TO DEPT-COUNT
               MOVE FIND-DEPT-CODE TO DT-DEPT-CODE (DT-IDX)
               MOVE "N" TO DT-HAS-BUDGET (DT-IDX)
               MOVE 0 TO DT-BUD-HC (DT-IDX)
               MOVE 0 TO DT-MONTH-BUDGET (DT-IDX)
               MOVE 0 TO DT-ACT-HC (DT-IDX)
               MOVE 0 TO DT-ACT-MONTH (DT-IDX)
               MOVE 0 TO DT-ACT-YTD (DT-IDX)
               MOVE "Y" TO DT-FOUND-FLAG
           END-IF.

       PRINT-DEPARTMENT.
           SET DT-IDX TO DT-SUB

      *    THE MONTH
           MOVE DT-MONTH-BUDGET (DT-IDX) TO LINE-BUDGET
           MOVE DT-ACT-MONTH (DT-IDX) TO LINE-ACTUAL
           MOVE DT-BUD-HC (DT-IDX) TO LINE-BUD-HC
           MOVE DT-ACT-HC (DT-IDX) TO LINE-ACT-HC
           PERFORM COMPUTE-VARIANCE
           IF LINE-FLAG (1:4) = "OVER"
               ADD 1 TO OVER-COUNT
           END-IF
           IF DT-HAS-BUDGET (DT-IDX) = "Y"
               AND LINE-ACT-HC > LINE-BUD-HC
               IF LINE-FLAG = SPACES
                   MOVE "HC" TO LINE-FLAG
               ELSE
                   MOVE "OVER HC" TO LINE-FLAG
               END-IF
           END-IF
           MOVE SPACES TO BV-DETAIL-LINE
           MOVE DT-DEPT-CODE (DT-IDX) TO BV-DEPT-CODE
           MOVE "MTH" TO BV-BASIS
           MOVE LINE-BUD-HC TO BV-BUD-HC
           MOVE LINE-ACT-HC TO BV-ACT-HC
           PERFORM FILL-AMOUNT-COLUMNS
           MOVE BV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           ADD LINE-BUD-HC TO TOT-BUD-HC
           ADD LINE-ACT-HC TO TOT-ACT-HC
           ADD LINE-BUDGET TO TOT-MONTH-BUDGET
           ADD LINE-ACTUAL TO TOT-ACT-MONTH

      *    THE FINANCIAL YEAR TO DATE
           COMPUTE LINE-BUDGET =
               DT-MONTH-BUDGET (DT-IDX) * WS-FY-MONTHS
           MOVE DT-ACT-YTD (DT-IDX) TO LINE-ACTUAL
           PERFORM COMPUTE-VARIANCE
           IF LINE-FLAG (1:4) = "OVER"
               ADD 1 TO YTD-OVER-COUNT
           END-IF
           MOVE SPACES TO BV-DETAIL-LINE
           MOVE "YTD" TO BV-BASIS
           PERFORM FILL-AMOUNT-COLUMNS
           MOVE BV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           ADD LINE-BUDGET TO TOT-YTD-BUDGET
           ADD LINE-ACTUAL TO TOT-ACT-YTD.

       COMPUTE-VARIANCE.
           MOVE SPACES TO LINE-FLAG
           COMPUTE LINE-VARIANCE = LINE-ACTUAL - LINE-BUDGET
           IF LINE-BUDGET > 0
               COMPUTE LINE-VAR-PCT ROUNDED =
                   LINE-VARIANCE * 100 / LINE-BUDGET
               IF LINE-VAR-PCT > WS-TOLERANCE
                   MOVE "OVER" TO LINE-FLAG
               END-IF
           ELSE
               MOVE 0 TO LINE-VAR-PCT
               IF DT-HAS-BUDGET (DT-IDX) = "N"
                   MOVE "NO BUDGT" TO LINE-FLAG
               ELSE
                   IF LINE-ACTUAL > 0
                       MOVE "OVER" TO LINE-FLAG
                   END-IF
               END-IF
           END-IF.

       FILL-AMOUNT-COLUMNS.
           MOVE LINE-BUDGET TO BV-BUDGET
           MOVE LINE-ACTUAL TO BV-ACTUAL
           MOVE LINE-VARIANCE TO BV-VARIANCE
           MOVE LINE-VAR-PCT TO BV-VAR-PCT
           MOVE LINE-FLAG TO BV-FLAG.

       PRINT-TOTALS.
           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE TOT-MONTH-BUDGET TO LINE-BUDGET
           MOVE TOT-ACT-MONTH TO LINE-ACTUAL
           PERFORM COMPUTE-TOTAL-VARIANCE
           MOVE SPACES TO BV-DETAIL-LINE
           MOVE "ALL" TO BV-DEPT-CODE
           MOVE "MTH" TO BV-BASIS
           MOVE TOT-BUD-HC TO BV-BUD-HC
           MOVE TOT-ACT-HC TO BV-ACT-HC
           PERFORM FILL-AMOUNT-COLUMNS
           MOVE BV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE TOT-YTD-BUDGET TO LINE-BUDGET
           MOVE TOT-ACT-YTD TO LINE-ACTUAL
           PERFORM COMPUTE-TOTAL-VARIANCE
           MOVE SPACES TO BV-DETAIL-LINE
           MOVE "YTD" TO BV-BASIS
           PERFORM FILL-AMOUNT-COLUMNS
           MOVE BV-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-TOTAL-VARIANCE.
           MOVE SPACES TO LINE-FLAG
           COMPUTE LINE-VARIANCE = LINE-ACTUAL - LINE-BUDGET
           MOVE 0 TO LINE-VAR-PCT
           IF LINE-BUDGET > 0
               COMPUTE LINE-VAR-PCT ROUNDED =
                   LINE-VARIANCE * 100 / LINE-BUDGET
               IF LINE-VAR-PCT > WS-TOLERANCE
                   MOVE "OVER" TO LINE-FLAG
               END-IF
           END-IF.

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
