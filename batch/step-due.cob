       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "shop-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD CALENDAR-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS     PIC X(2).
       01 CAL-EOF-FLAG      PIC X.
       01 CAL-OVERRIDE-FLAG PIC X.
       01 WORK-DAY-FLAG     PIC X.
       01 WS-CHECK-DATE     PIC 9(8).
       01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM   PIC 99.
           05 WS-CHECK-DD   PIC 99.
       01 WS-CHECK-DOW      PIC 9.
       01 WS-CHECK-INT      PIC 9(7).
       01 SCAN-DONE-FLAG    PIC X.

      *    THE LAST DATE CLASSIFIED IS KEPT BETWEEN CALLS, SO ASKING
      *    ABOUT EVERY STEP OF ONE NIGHT READS THE CALENDAR ONLY FOR
      *    THE FIRST STEP
       01 LAST-CLASSIFIED   PIC 9(8) VALUE 0.
       01 DAY-WORKING       PIC X.
       01 DAY-DOW           PIC 9.
       01 DAY-MONTH         PIC 99.
       01 DAY-LAST-WD       PIC X.
       01 DAY-FIRST-WD      PIC X.

       01 DOW-TABLE-VALUES.
           05 FILLER PIC X(12) VALUE "SUNSUNDAY   ".
           05 FILLER PIC X(12) VALUE "MONMONDAY   ".
           05 FILLER PIC X(12) VALUE "TUETUESDAY  ".
           05 FILLER PIC X(12) VALUE "WEDWEDNESDAY".
           05 FILLER PIC X(12) VALUE "THUTHURSDAY ".
           05 FILLER PIC X(12) VALUE "FRIFRIDAY   ".
           05 FILLER PIC X(12) VALUE "SATSATURDAY ".
       01 DOW-TABLE REDEFINES DOW-TABLE-VALUES.
           05 DOW-ENTRY OCCURS 7 TIMES INDEXED BY DOW-IDX.
               10 DOW-CODE  PIC X(3).
               10 DOW-NAME  PIC X(9).

       LINKAGE SECTION.
       COPY STEPDUE.

       PROCEDURE DIVISION USING STEPDUE-AREA.

      *    DECIDES WHETHER A BATCH STEP OF THE GIVEN RUN FREQUENCY
      *    IS DUE ON THE GIVEN DATE, WORKING FROM SHOP-CALENDAR.DAT.
      *    NOTHING IS DUE ON A NON-PROCESSING DATE; MONTH, QUARTER
      *    AND YEAR ENDS ARE THE LAST WORKING DAY OF THAT PERIOD, SO
      *    A HOLIDAY ON THE 31ST MOVES THE RUN BACK TO THE DAY
      *    BEFORE. ALSO RETURNS THE SCHEDULE IN WORDS FOR REPORTS
       STEPDUE-MAIN.
           IF DU-DATE NOT = LAST-CLASSIFIED
               PERFORM CLASSIFY-DATE
           END-IF

           MOVE DAY-WORKING TO DU-WORKING
           SET DOW-IDX TO DAY-DOW
           SET DOW-IDX UP BY 1
           MOVE DOW-CODE (DOW-IDX) TO DU-DAY
           MOVE "N" TO DU-DUE
           MOVE SPACES TO DU-SCHEDULE

           EVALUATE DU-FREQ
               WHEN SPACES
               WHEN "DLY "
                   MOVE "DAILY" TO DU-SCHEDULE
                   MOVE DAY-WORKING TO DU-DUE
               WHEN "LWD "
                   MOVE "LAST WORKING DAY" TO DU-SCHEDULE
                   MOVE DAY-LAST-WD TO DU-DUE
               WHEN "FWD "
                   MOVE "FIRST WORKING DAY" TO DU-SCHEDULE
                   MOVE DAY-FIRST-WD TO DU-DUE
               WHEN "QEND"
                   MOVE "QUARTER-END" TO DU-SCHEDULE
                   IF DAY-MONTH = 3 OR DAY-MONTH = 6
                       OR DAY-MONTH = 9 OR DAY-MONTH = 12
                       MOVE DAY-LAST-WD TO DU-DUE
                   END-IF
               WHEN "YEND"
                   MOVE "YEAR-END" TO DU-SCHEDULE
                   IF DAY-MONTH = 12
                       MOVE DAY-LAST-WD TO DU-DUE
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-WEEKDAY-FREQ
           END-EVALUATE

           GOBACK.

       CHECK-WEEKDAY-FREQ.
           SET DOW-IDX TO 1
           SEARCH DOW-ENTRY
               AT END
                   MOVE "E" TO DU-DUE
                   MOVE "UNKNOWN FREQUENCY" TO DU-SCHEDULE
               WHEN DOW-CODE (DOW-IDX) = DU-FREQ (1:3)
                   AND DU-FREQ (4:1) = SPACE
                   STRING "EVERY " DOW-NAME (DOW-IDX)
                       DELIMITED BY SIZE INTO DU-SCHEDULE
                   IF DOW-CODE (DOW-IDX) = DU-DAY
                       MOVE DAY-WORKING TO DU-DUE
                   END-IF
           END-SEARCH.

       CLASSIFY-DATE.
           MOVE DU-DATE TO LAST-CLASSIFIED
           MOVE DU-DATE TO WS-CHECK-DATE
           MOVE WS-CHECK-MM TO DAY-MONTH
           PERFORM CHECK-DATE-WORKING
           MOVE WORK-DAY-FLAG TO DAY-WORKING
           COMPUTE DAY-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (DU-DATE) 7)

      *    LAST WORKING DAY: NO LATER DATE IN THE MONTH WORKS
           MOVE DAY-WORKING TO DAY-LAST-WD
           MOVE "N" TO SCAN-DONE-FLAG
           COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE (DU-DATE)
           PERFORM UNTIL DAY-LAST-WD = "N" OR SCAN-DONE-FLAG = "Y"
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
               IF WS-CHECK-MM NOT = DAY-MONTH
                   MOVE "Y" TO SCAN-DONE-FLAG
               ELSE
                   PERFORM CHECK-DATE-WORKING
                   IF WORK-DAY-FLAG = "Y"
                       MOVE "N" TO DAY-LAST-WD
                   END-IF
               END-IF
           END-PERFORM

      *    FIRST WORKING DAY: NO EARLIER DATE IN THE MONTH WORKS
           MOVE DAY-WORKING TO DAY-FIRST-WD
           MOVE "N" TO SCAN-DONE-FLAG
           COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE (DU-DATE)
           PERFORM UNTIL DAY-FIRST-WD = "N" OR SCAN-DONE-FLAG = "Y"
               SUBTRACT 1 FROM WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
               IF WS-CHECK-MM NOT = DAY-MONTH
                   MOVE "Y" TO SCAN-DONE-FLAG
               ELSE
                   PERFORM CHECK-DATE-WORKING
                   IF WORK-DAY-FLAG = "Y"
                       MOVE "N" TO DAY-FIRST-WD
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DATE-WORKING.
      *    AN EXPLICIT CALENDAR ENTRY WINS; OTHERWISE SATURDAY AND
      *    SUNDAY ARE NON-WORKING AND EVERY OTHER DAY WORKS
           MOVE "N" TO CAL-OVERRIDE-FLAG
           MOVE "N" TO CAL-EOF-FLAG

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "05"
               PERFORM UNTIL CAL-EOF-FLAG = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-DATE = WS-CHECK-DATE
                               MOVE "Y" TO CAL-OVERRIDE-FLAG
                               IF CAL-WORK-FLAG = "W"
                                   MOVE "Y" TO WORK-DAY-FLAG
                               ELSE
                                   MOVE "N" TO WORK-DAY-FLAG
                               END-IF
                               MOVE "Y" TO CAL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF

           IF CAL-OVERRIDE-FLAG = "N"
               COMPUTE WS-CHECK-DOW = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) 7)
               IF WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6
                   MOVE "N" TO WORK-DAY-FLAG
               ELSE
                   MOVE "Y" TO WORK-DAY-FLAG
               END-IF
           END-IF.
