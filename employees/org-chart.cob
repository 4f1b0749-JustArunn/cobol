       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-EMP-SUB        PIC 9(4).
       01 WS-MGR-SUB        PIC 9(4).
       01 WS-CHILD-SUB      PIC 9(4).
       01 WS-LEVEL          PIC 9(3).
       01 WS-POS            PIC 9(3).
       01 CHAIN-ID          PIC 9(4).
       01 ROOT-FLAG         PIC X.
       01 CUR-DEPT          PIC X(4).
       01 DEPT-DONE-COUNT   PIC 9(3).
       01 CHART-COUNT       PIC 9(5).
       01 EXCEPTION-COUNT   PIC 9(5).
       01 SHOW-DIRECT       PIC ZZ9.

      *    EVERY EMPLOYEE ON THE MASTER, BY EMPLOYEE ID. ONLY THOSE
      *    STILL WITH US APPEAR ON THE CHART
       01 ORG-TABLE.
           05 OT-ENTRY OCCURS 999 TIMES.
               10 OT-ON-FILE  PIC X.
               10 OT-ACTIVE   PIC X.
               10 OT-NAME     PIC X(10).
               10 OT-ROLE     PIC X(20).
               10 OT-DEPT     PIC X(4).
               10 OT-MANAGER  PIC 999.
               10 OT-DIRECT   PIC 9(3).
               10 OT-PRINTED  PIC X.

       01 DEPT-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 DEPT-TABLE.
           05 DT-ENTRY OCCURS 100 TIMES INDEXED BY DT-IDX.
               10 DT-DEPT      PIC X(4).
               10 DT-DONE      PIC X.
       01 DT-FOUND-FLAG     PIC X.

      *    EMPLOYEES STILL TO BE PRINTED UNDER THE CURRENT HEAD,
      *    WITH THEIR DEPTH BELOW THAT HEAD
       01 STACK-TOP         PIC 9(4).
       01 STACK-TABLE.
           05 ST-ENTRY OCCURS 999 TIMES.
               10 ST-EMP-ID   PIC 9(4).
               10 ST-LEVEL    PIC 9(3).

       COPY RPTWS.

       PROCEDURE DIVISION.

      *    ORGANISATION CHART BY DEPARTMENT. WITHIN A DEPARTMENT
      *    EACH HEAD - AN EMPLOYEE WHO REPORTS TO NO ONE, OR TO
      *    SOMEONE OUTSIDE THE DEPARTMENT - IS FOLLOWED BY THE
      *    PEOPLE UNDER THEM, INDENTED ONE STEP PER LEVEL. REPORTING
      *    LINES TO A LEAVER OR TO AN ID NOT ON FILE, AND ANY LOOP,
      *    ARE LISTED AT THE END FOR CORRECTION
       MAIN-PARA.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO EMPLOYEE RECORDS FOUND"
           ELSE
               IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
                   PERFORM LOAD-ORG-TABLE
                   CLOSE EMP-FILE
                   PERFORM COUNT-DIRECT-REPORTS
                   PERFORM WRITE-ORG-CHART
               ELSE
                   DISPLAY "FILE OPEN ERROR, STATUS: " WS-EMP-STATUS
               END-IF
           END-IF

           STOP RUN.

       LOAD-ORG-TABLE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > 999
               MOVE "N" TO OT-ON-FILE (WS-EMP-SUB)
               MOVE "N" TO OT-ACTIVE (WS-EMP-SUB)
               MOVE "N" TO OT-PRINTED (WS-EMP-SUB)
               MOVE 0 TO OT-MANAGER (WS-EMP-SUB)
               MOVE 0 TO OT-DIRECT (WS-EMP-SUB)
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-ID > 0
                           PERFORM LOAD-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-EMPLOYEE.
           MOVE EMP-ID TO WS-EMP-SUB
           MOVE "Y" TO OT-ON-FILE (WS-EMP-SUB)
           MOVE EMP-NAME TO OT-NAME (WS-EMP-SUB)
           MOVE ROLE TO OT-ROLE (WS-EMP-SUB)
           MOVE EMP-DEPT TO OT-DEPT (WS-EMP-SUB)
           IF EMP-MANAGER-ID NUMERIC
               MOVE EMP-MANAGER-ID TO OT-MANAGER (WS-EMP-SUB)
           END-IF
           IF EMP-STATUS NOT = "LEFT"
               MOVE "Y" TO OT-ACTIVE (WS-EMP-SUB)
               PERFORM FIND-DEPT-SLOT
           END-IF.

       FIND-DEPT-SLOT.
           MOVE "N" TO DT-FOUND-FLAG
           IF DEPT-TABLE-COUNT > 0
               PERFORM VARYING DT-IDX FROM 1 BY 1
                       UNTIL DT-IDX > DEPT-TABLE-COUNT
                   IF DT-DEPT (DT-IDX) = EMP-DEPT
                       MOVE "Y" TO DT-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF

           IF DT-FOUND-FLAG = "N" AND DEPT-TABLE-COUNT < 100
               ADD 1 TO DEPT-TABLE-COUNT
               SET DT-IDX TO DEPT-TABLE-COUNT
               MOVE EMP-DEPT TO DT-DEPT (DT-IDX)
               MOVE "N" TO DT-DONE (DT-IDX)
           END-IF.

       COUNT-DIRECT-REPORTS.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > 999
               IF OT-ACTIVE (WS-EMP-SUB) = "Y"
                   AND OT-MANAGER (WS-EMP-SUB) > 0
                   MOVE OT-MANAGER (WS-EMP-SUB) TO WS-MGR-SUB
                   ADD 1 TO OT-DIRECT (WS-MGR-SUB)
               END-IF
           END-PERFORM.

       WRITE-ORG-CHART.
           ACCEPT RPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-FILENAME
           STRING "org-chart-" RPT-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "ORGANISATION CHART BY DEPARTMENT  " RPT-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "EMP NAME       ROLE                 DIRECT REPORTS"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT
           MOVE 0 TO CHART-COUNT
           MOVE 0 TO DEPT-DONE-COUNT

           PERFORM UNTIL DEPT-DONE-COUNT >= DEPT-TABLE-COUNT
               PERFORM PICK-NEXT-DEPT
               PERFORM WRITE-ONE-DEPT
               ADD 1 TO DEPT-DONE-COUNT
           END-PERFORM

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "EMPLOYEES CHARTED: " CHART-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-EXCEPTIONS

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "EMPLOYEES CHARTED: " CHART-COUNT
           DISPLAY "REPORTING LINE EXCEPTIONS: " EXCEPTION-COUNT
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       PICK-NEXT-DEPT.
      *    DEPARTMENTS ARE PRINTED IN CODE ORDER
           MOVE HIGH-VALUES TO CUR-DEPT
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TABLE-COUNT
               IF DT-DONE (DT-IDX) = "N"
                   AND DT-DEPT (DT-IDX) < CUR-DEPT
                   MOVE DT-DEPT (DT-IDX) TO CUR-DEPT
               END-IF
           END-PERFORM
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TABLE-COUNT
               IF DT-DEPT (DT-IDX) = CUR-DEPT
                   MOVE "Y" TO DT-DONE (DT-IDX)
               END-IF
           END-PERFORM.

       WRITE-ONE-DEPT.
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "DEPARTMENT " CUR-DEPT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > 999
               IF OT-ACTIVE (WS-EMP-SUB) = "Y"
                   AND OT-DEPT (WS-EMP-SUB) = CUR-DEPT
                   AND OT-PRINTED (WS-EMP-SUB) = "N"
                   PERFORM CHECK-DEPT-HEAD
                   IF ROOT-FLAG = "Y"
                       PERFORM WRITE-ONE-BRANCH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DEPT-HEAD.
           MOVE "N" TO ROOT-FLAG
           MOVE OT-MANAGER (WS-EMP-SUB) TO WS-MGR-SUB
           IF WS-MGR-SUB = 0
               MOVE "Y" TO ROOT-FLAG
           ELSE
               IF OT-ACTIVE (WS-MGR-SUB) = "N"
                   OR OT-DEPT (WS-MGR-SUB) NOT = CUR-DEPT
                   MOVE "Y" TO ROOT-FLAG
               END-IF
           END-IF.

       WRITE-ONE-BRANCH.
      *    DEPTH-FIRST FROM THE HEAD; CHILDREN ARE STACKED HIGHEST
      *    ID FIRST SO THEY COME OFF IN ID ORDER
           MOVE 1 TO STACK-TOP
           MOVE WS-EMP-SUB TO ST-EMP-ID (1)
           MOVE 0 TO ST-LEVEL (1)

           PERFORM UNTIL STACK-TOP = 0
               MOVE ST-EMP-ID (STACK-TOP) TO CHAIN-ID
               MOVE ST-LEVEL (STACK-TOP) TO WS-LEVEL
               SUBTRACT 1 FROM STACK-TOP
               PERFORM WRITE-CHART-LINE
               PERFORM VARYING WS-CHILD-SUB FROM 999 BY -1
                       UNTIL WS-CHILD-SUB = 0
                   IF OT-ACTIVE (WS-CHILD-SUB) = "Y"
                       AND OT-MANAGER (WS-CHILD-SUB) = CHAIN-ID
                       AND OT-DEPT (WS-CHILD-SUB) = CUR-DEPT
                       AND OT-PRINTED (WS-CHILD-SUB) = "N"
                       AND STACK-TOP < 999
                       ADD 1 TO STACK-TOP
                       MOVE WS-CHILD-SUB TO ST-EMP-ID (STACK-TOP)
                       COMPUTE ST-LEVEL (STACK-TOP) = WS-LEVEL + 1
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CHART-LINE.
           MOVE "Y" TO OT-PRINTED (CHAIN-ID)
           ADD 1 TO CHART-COUNT
           IF WS-LEVEL > 10
               MOVE 10 TO WS-LEVEL
           END-IF
           COMPUTE WS-POS = WS-LEVEL * 2 + 1
           MOVE OT-DIRECT (CHAIN-ID) TO SHOW-DIRECT
           MOVE SPACES TO RPT-DETAIL
           STRING CHAIN-ID (2:3) " " OT-NAME (CHAIN-ID) " "
               OT-ROLE (CHAIN-ID) " " SHOW-DIRECT
               DELIMITED BY SIZE INTO RPT-DETAIL
               WITH POINTER WS-POS
           IF WS-LEVEL = 0 AND OT-MANAGER (CHAIN-ID) > 0
               MOVE OT-MANAGER (CHAIN-ID) TO WS-MGR-SUB
               IF OT-ACTIVE (WS-MGR-SUB) = "Y"
                   STRING "  REPORTS TO " WS-MGR-SUB (2:3) " ("
                       OT-DEPT (WS-MGR-SUB) ")"
                       DELIMITED BY SIZE INTO RPT-DETAIL
                       WITH POINTER WS-POS
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTIONS.
      *    A LINE TO A LEAVER OR TO AN ID NOT ON FILE; AND ANYONE
      *    NEVER REACHED FROM A HEAD, WHICH CAN ONLY BE A LOOP
           MOVE 0 TO EXCEPTION-COUNT
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "REPORTING LINE EXCEPTIONS" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > 999
               IF OT-ACTIVE (WS-EMP-SUB) = "Y"
                   MOVE OT-MANAGER (WS-EMP-SUB) TO WS-MGR-SUB
                   MOVE SPACES TO RPT-DETAIL
                   IF WS-MGR-SUB > 0
                       AND OT-ON-FILE (WS-MGR-SUB) = "N"
                       STRING WS-EMP-SUB (2:3) " "
                           OT-NAME (WS-EMP-SUB)
                           " MANAGER " WS-MGR-SUB (2:3)
                           " IS NOT ON FILE"
                           DELIMITED BY SIZE INTO RPT-DETAIL
                   END-IF
                   IF WS-MGR-SUB > 0
                       AND OT-ON-FILE (WS-MGR-SUB) = "Y"
                       AND OT-ACTIVE (WS-MGR-SUB) = "N"
                       STRING WS-EMP-SUB (2:3) " "
                           OT-NAME (WS-EMP-SUB)
                           " MANAGER " WS-MGR-SUB (2:3)
                           " HAS LEFT"
                           DELIMITED BY SIZE INTO RPT-DETAIL
                   END-IF
                   IF OT-PRINTED (WS-EMP-SUB) = "N"
                       STRING WS-EMP-SUB (2:3) " "
                           OT-NAME (WS-EMP-SUB)
                           " NOT REACHED - REPORTING LOOP"
                           DELIMITED BY SIZE INTO RPT-DETAIL
                   END-IF
                   IF RPT-DETAIL NOT = SPACES
                       ADD 1 TO EXCEPTION-COUNT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF EXCEPTION-COUNT = 0
               MOVE "  NONE" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
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
