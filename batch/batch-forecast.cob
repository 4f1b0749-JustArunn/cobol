       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "batch-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD BATCH-CONTROL-FILE.
       COPY BATCHCTL.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-FCST-DATE      PIC 9(8).
       01 WS-FCST-INT       PIC 9(7).
       01 DAY-COUNT         PIC 9(2).
       01 FORECAST-DAYS     PIC 9(2) VALUE 30.
       01 WS-ACTION         PIC X(4).
       01 WS-REASON         PIC X(40).
       01 DAY-LINE-COUNT    PIC 9(3).
       01 HALT-FLAG         PIC X.

       01 PROCESSING-DAYS   PIC 9(3) VALUE 0.
       01 STEP-RUN-TOTAL    PIC 9(5) VALUE 0.
       01 STEP-SKIP-TOTAL   PIC 9(5) VALUE 0.

      *    THE STEPS OF ONE FORECAST DATE IN CONTROL FILE ORDER, SO
      *    A STEP'S PREDECESSORS CAN BE TESTED; EVERY STEP THAT IS
      *    DUE IS ASSUMED TO COMPLETE CLEANLY
       01 DAY-TABLE-COUNT   PIC 9(2).
       01 DAY-TABLE.
           05 DT-ENTRY OCCURS 50 TIMES INDEXED BY DT-IDX.
               10 DT-STEP     PIC X(10).
               10 DT-ACTION   PIC X(4).
       01 WS-PRED-STEP      PIC X(10).
       01 WS-PRED-ACTION    PIC X(4).

       COPY STEPDUE.
       COPY RPTWS.

       01 FC-DETAIL-LINE.
           05 FC-DATE     PIC 9(8).
           05 FILLER      PIC X VALUE SPACE.
           05 FC-DAY      PIC X(3).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FC-STEP     PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FC-ACTION   PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FC-REASON   PIC X(40).
           05 FILLER      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

      *    FORECAST OF THE NIGHTLY BATCH OVER THE NEXT 30 DAYS FROM
      *    TODAY: FOR EACH DATE, WHETHER THE BATCH RUNS AT ALL AND
      *    WHICH STEPS OF BATCH-CONTROL.DAT ARE DUE BY THEIR RUN
      *    FREQUENCY AND THE SHOP CALENDAR. A DUE STEP WHOSE
      *    PREDECESSOR WILL NOT RUN THAT NIGHT IS SHOWN AS SKIPPED
      *    WITH THE REASON, SO A BAD DEPENDENCY SHOWS UP BEFORE THE
      *    NIGHT IT BITES. STEPS NOT DUE ARE LEFT OFF THE REPORT
       MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
               DISPLAY "NO batch-control.dat - NOTHING TO FORECAST"
               STOP RUN
           END-IF
           CLOSE BATCH-CONTROL-FILE

           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "batch-forecast-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "NIGHTLY BATCH FORECAST  FROM " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMNS
           STRING "DATE     DAY  STEP        RUN?  "
               "REASON" DELIMITED BY SIZE INTO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           COMPUTE WS-FCST-INT = FUNCTION INTEGER-OF-DATE (WS-DATE)
           PERFORM VARYING DAY-COUNT FROM 1 BY 1
                   UNTIL DAY-COUNT > FORECAST-DAYS
               COMPUTE WS-FCST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-FCST-INT)
               PERFORM FORECAST-ONE-DATE
               ADD 1 TO WS-FCST-INT
           END-PERFORM

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "DATES: " FORECAST-DAYS
               "  PROCESSING DATES: " PROCESSING-DAYS
               "  STEP RUNS: " STEP-RUN-TOTAL
               "  SKIPS: " STEP-SKIP-TOTAL
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           STOP RUN.

       FORECAST-ONE-DATE.
           MOVE WS-FCST-DATE TO DU-DATE
           MOVE "DLY " TO DU-FREQ
           CALL "STEPDUE" USING STEPDUE-AREA

           MOVE SPACES TO FC-DETAIL-LINE
           MOVE WS-FCST-DATE TO FC-DATE
           MOVE DU-DAY TO FC-DAY

           IF DU-WORKING NOT = "Y"
               MOVE "NO BATCH - NOT A PROCESSING DATE" TO FC-REASON
               MOVE FC-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO PROCESSING-DAYS
               MOVE 0 TO DAY-TABLE-COUNT
               MOVE 0 TO DAY-LINE-COUNT
               MOVE "N" TO HALT-FLAG
               MOVE "N" TO EOF-FLAG
               OPEN INPUT BATCH-CONTROL-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BATCH-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM FORECAST-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE

               IF DAY-LINE-COUNT = 0
                   MOVE SPACES TO FC-DETAIL-LINE
                   MOVE WS-FCST-DATE TO FC-DATE
                   MOVE DU-DAY TO FC-DAY
                   MOVE "NO STEPS DUE" TO FC-REASON
                   MOVE FC-DETAIL-LINE TO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       FORECAST-ONE-STEP.
      *    SAME DECISIONS AS THE NIGHTLY DRIVER, SHORT OF RUNNING
      *    ANYTHING: SWITCHED OFF, NOT DUE, BAD FREQUENCY, BLOCKED
      *    BY A PREDECESSOR, OR RUN
           MOVE SPACES TO WS-REASON
           MOVE WS-FCST-DATE TO DU-DATE
           MOVE BC-FREQ TO DU-FREQ
           CALL "STEPDUE" USING STEPDUE-AREA

           IF BC-RUN-FLAG NOT = "Y"
               MOVE "OFF " TO WS-ACTION
           ELSE
               IF DU-DUE = "E"
                   MOVE "FAIL" TO WS-ACTION
                   MOVE "Y" TO HALT-FLAG
                   STRING "FREQUENCY CODE " DELIMITED BY SIZE
                       BC-FREQ DELIMITED BY SPACE
                       " NOT KNOWN" DELIMITED BY SIZE
                       INTO WS-REASON
                   PERFORM WRITE-STEP-LINE
               ELSE
                   IF DU-DUE = "N"
                       MOVE "NDUE" TO WS-ACTION
                   ELSE
                       MOVE "RUN " TO WS-ACTION
                       MOVE DU-SCHEDULE TO WS-REASON
                       PERFORM CHECK-PREDECESSORS
                       IF WS-ACTION = "SKIP"
                           ADD 1 TO STEP-SKIP-TOTAL
                       ELSE
                           ADD 1 TO STEP-RUN-TOTAL
                       END-IF
                       PERFORM WRITE-STEP-LINE
                   END-IF
               END-IF
           END-IF

           IF DAY-TABLE-COUNT < 50
               ADD 1 TO DAY-TABLE-COUNT
               SET DT-IDX TO DAY-TABLE-COUNT
               MOVE BC-STEP TO DT-STEP (DT-IDX)
               MOVE WS-ACTION TO DT-ACTION (DT-IDX)
           END-IF.

       CHECK-PREDECESSORS.
           IF BC-PRED-1 = SPACES AND BC-PRED-2 = SPACES
               IF HALT-FLAG = "Y"
                   MOVE "SKIP" TO WS-ACTION
                   MOVE "EARLIER STEP FAILS" TO WS-REASON
               END-IF
           ELSE
               IF BC-PRED-1 NOT = SPACES
                   MOVE BC-PRED-1 TO WS-PRED-STEP
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
               IF BC-PRED-2 NOT = SPACES AND WS-ACTION = "RUN "
                   MOVE BC-PRED-2 TO WS-PRED-STEP
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-IF.

       CHECK-ONE-PREDECESSOR.
           MOVE SPACES TO WS-PRED-ACTION
           IF DAY-TABLE-COUNT > 0
               PERFORM VARYING DT-IDX FROM 1 BY 1
                       UNTIL DT-IDX > DAY-TABLE-COUNT
                   IF DT-STEP (DT-IDX) = WS-PRED-STEP
                       MOVE DT-ACTION (DT-IDX) TO WS-PRED-ACTION
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PRED-ACTION NOT = "RUN "
               MOVE "SKIP" TO WS-ACTION
               MOVE SPACES TO WS-REASON
               EVALUATE WS-PRED-ACTION
                   WHEN "NDUE"
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-PRED-STEP DELIMITED BY SPACE
                           " NOT DUE" DELIMITED BY SIZE
                           INTO WS-REASON
                   WHEN "OFF "
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-PRED-STEP DELIMITED BY SPACE
                           " SWITCHED OFF" DELIMITED BY SIZE
                           INTO WS-REASON
                   WHEN SPACES
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-PRED-STEP DELIMITED BY SPACE
                           " NOT EARLIER IN FILE" DELIMITED BY SIZE
                           INTO WS-REASON
                   WHEN OTHER
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-PRED-STEP DELIMITED BY SPACE
                           " WILL NOT RUN" DELIMITED BY SIZE
                           INTO WS-REASON
               END-EVALUATE
           END-IF.

       WRITE-STEP-LINE.
           ADD 1 TO DAY-LINE-COUNT
           MOVE SPACES TO FC-DETAIL-LINE
           MOVE WS-FCST-DATE TO FC-DATE
           MOVE DU-DAY TO FC-DAY
           MOVE BC-STEP TO FC-STEP
           MOVE WS-ACTION TO FC-ACTION
           MOVE WS-REASON TO FC-REASON
           MOVE FC-DETAIL-LINE TO RPT-DETAIL
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
