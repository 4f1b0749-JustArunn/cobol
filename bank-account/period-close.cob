       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-TEMP-FILE ASSIGN TO "period-control.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-LOG-FILE ASSIGN TO "period-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "shop-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT EOD-REPORT-FILE ASSIGN USING WS-EOD-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EOD-RPT-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "gl-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLCTL-STATUS.

           SELECT STMT-RUN-FILE ASSIGN TO "stmt-runs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-RUN-STATUS.

           SELECT PERIOD-ADJ-FILE ASSIGN TO "period-adjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD PERIOD-FILE.
       COPY PERIOD.

       FD PERIOD-TEMP-FILE.
       COPY PERIOD REPLACING ==PERIOD-REC== BY ==PERIOD-TMP-REC==
                    LEADING ==PD== BY ==PT==.

       FD PERIOD-LOG-FILE.
       01 PERIOD-LOG-REC.
           05 PL-TIMESTAMP   PIC 9(14).
           05 PL-PERIOD      PIC 9(6).
           05 PL-ACTION      PIC X(6).
      *        CLOSE OR REOPEN
           05 PL-EMP-ID      PIC 999.
           05 PL-REASON      PIC X(30).

       FD CALENDAR-FILE.
       COPY CALREC.

       FD EOD-REPORT-FILE.
       01 EOD-REPORT-LINE PIC X(80).

       FD GL-CONTROL-FILE.
       01 GL-CONTROL-REC.
           05 GC-CLOSED-DATE PIC 9(8).
           05 GC-RUN-DATE    PIC 9(8).
           05 GC-RESULT      PIC X(4).
           05 GC-DAY-DR      PIC 9(11)V99.
           05 GC-DAY-CR      PIC 9(11)V99.

       FD STMT-RUN-FILE.
       COPY STMTRUN.

       FD PERIOD-ADJ-FILE.
       COPY PERADJ.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE             PIC 9 VALUE 0.
       01 WS-PERIOD-STATUS   PIC X(2).
       01 WS-PLOG-STATUS     PIC X(2).
       01 WS-CAL-STATUS      PIC X(2).
       01 WS-EOD-RPT-STATUS  PIC X(2).
       01 WS-GLCTL-STATUS    PIC X(2).
       01 WS-STMT-RUN-STATUS PIC X(2).
       01 WS-ADJ-STATUS      PIC X(2).
       01 EOF-FLAG           PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-TIME            PIC 9(6).
       01 WS-TIMESTAMP       PIC 9(14).
       01 WS-EOD-RPT-FILENAME PIC X(25).
       01 WS-ANSWER          PIC X.
       01 WS-REASON          PIC X(30).

       01 WS-PERIOD          PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM   PIC 99.
       01 WS-CURRENT-PERIOD  PIC 9(6).
       01 WS-NEXT-MONTH      PIC 9(8).
       01 WS-LAST-WORK-DATE  PIC 9(8).
       01 WS-WORK-INT        PIC 9(7).
       01 WS-BACK-COUNT      PIC 9(2).

       01 WS-PERIOD-FILENAME PIC X(20) VALUE "period-control.dat".
       01 WS-TEMP-FILENAME   PIC X(20) VALUE "period-control.tmp".

      *    THE CONTROL RECORD OF THE MONTH BEING WORKED ON, HELD
      *    WHILE THE FILE IS COPIED THROUGH THE TEMP FILE
       01 PERIOD-FOUND-FLAG  PIC X.
       01 HOLD-PERIOD-REC.
           05 HP-PERIOD        PIC 9(6).
           05 HP-STATUS        PIC X(1).
           05 HP-CLOSED-BY     PIC 999.
           05 HP-CLOSED-TS     PIC 9(14).
           05 HP-REOPEN-BY     PIC 999.
           05 HP-REOPEN-TS     PIC 9(14).
           05 HP-REOPEN-REASON PIC X(30).

      *    MONTH-END CLOSING CHECKS
       01 EOD-CLEAN-FLAG     PIC X.
       01 EOD-SEEN-FLAG      PIC X.
       01 GL-AGREED-FLAG     PIC X.
       01 WS-GL-CLOSED-DATE  PIC 9(8).
       01 STMT-DONE-FLAG     PIC X.
       01 WS-STMT-RUN-TS     PIC 9(14).
       01 CHECKS-FAILED      PIC 9.

       01 CAL-EOF-FLAG       PIC X.
       01 CAL-OVERRIDE-FLAG  PIC X.
       01 WORK-DAY-FLAG      PIC X.
       01 WS-CHECK-DATE      PIC 9(8).
       01 WS-CHECK-DOW       PIC 9.

       01 LIST-COUNT         PIC 9(5).
       01 ADJ-TOTAL          PIC 9(9)V99.
       01 WS-TOTAL-EDIT      PIC Z(8)9.99.

       01 PL-LIST-LINE.
           05 LL-PERIOD      PIC 9(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-STATUS      PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-CLOSED-BY   PIC 999.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LL-CLOSED-TS   PIC 9(14).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-REOPEN-BY   PIC 999.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LL-REASON      PIC X(30).

       01 ADJ-DETAIL-LINE.
           05 AD-TIMESTAMP   PIC 9(14).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-CLOSED      PIC 9(6).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-ACC         PIC 9(5).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-TYPE        PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-AMOUNT      PIC Z(4)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-ORIG-REF    PIC X(14).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-ORIG-TYPE   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 AD-OPERATOR    PIC 999.
           05 FILLER         PIC X(7) VALUE SPACES.

       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    ACCOUNTING PERIOD CONTROL. A MONTH IS CLOSED ONLY WHEN
      *    ITS LAST BUSINESS DAY RECONCILED CLEAN AT END OF DAY, THE
      *    GENERAL LEDGER HAS PROVED AND POSTED THROUGH THAT DAY,
      *    AND STATEMENTS FOR THE MONTH WERE PRODUCED AFTER IT. ONCE
      *    CLOSED, THE POSTING PROGRAMS REFUSE ANYTHING DATED INTO
      *    THE MONTH; A CORRECTION GOES INTO THE CURRENT MONTH AND
      *    IS LISTED AGAINST THE CLOSED ONE ON THE POST-CLOSE
      *    ADJUSTMENTS REPORT. ONLY A SUPERVISOR MAY REOPEN A MONTH,
      *    AND MUST GIVE A REASON; CLOSES AND REOPENS ARE KEPT ON
      *    PERIOD-LOG.DAT AS WELL AS THE OPERATOR JOURNAL
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 5
               DISPLAY " "
               DISPLAY "===== ACCOUNTING PERIOD CONTROL ====="
               DISPLAY "1. CLOSE A MONTH"
               DISPLAY "2. REOPEN A CLOSED MONTH (SUPERVISOR)"
               DISPLAY "3. LIST PERIODS"
               DISPLAY "4. POST-CLOSE ADJUSTMENTS REPORT"
               DISPLAY "5. EXIT"
               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM CLOSE-PERIOD
                   WHEN 2
                       IF SIGNON-SUPERVISOR
                           PERFORM REOPEN-PERIOD
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 3 PERFORM LIST-PERIODS
                   WHEN 4 PERFORM ADJUSTMENTS-REPORT
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       ACCEPT-PERIOD.
           MOVE 0 TO WS-PERIOD
           DISPLAY "ENTER MONTH (YYYYMM):"
           ACCEPT WS-PERIOD
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DIVIDE WS-DATE BY 100 GIVING WS-CURRENT-PERIOD
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               OR WS-PERIOD-YYYY < 1900
               DISPLAY "INVALID MONTH"
               MOVE 0 TO WS-PERIOD
           END-IF.

       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD
           IF WS-PERIOD = 0
               CONTINUE
           ELSE
               IF WS-PERIOD > WS-CURRENT-PERIOD
                   DISPLAY "MONTH " WS-PERIOD " HAS NOT STARTED"
               ELSE
                   PERFORM FIND-PERIOD-RECORD
                   IF PERIOD-FOUND-FLAG = "Y" AND HP-STATUS = "C"
                       DISPLAY "MONTH " WS-PERIOD
                           " IS ALREADY CLOSED"
                   ELSE
                       PERFORM RUN-CLOSING-CHECKS
                       IF CHECKS-FAILED > 0
                           DISPLAY "CLOSING CHECKS FAILED: "
                               CHECKS-FAILED
                               " - MONTH " WS-PERIOD " LEFT OPEN"
                       ELSE
                           PERFORM MARK-PERIOD-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RUN-CLOSING-CHECKS.
           MOVE 0 TO CHECKS-FAILED
           PERFORM FIND-LAST-WORK-DATE
           DISPLAY " "
           DISPLAY "CLOSING CHECKS FOR " WS-PERIOD
               " - LAST BUSINESS DAY " WS-LAST-WORK-DATE

           PERFORM CHECK-EOD-CLEAN
           IF EOD-CLEAN-FLAG = "Y"
               DISPLAY "  END-OF-DAY RECONCILIATION  : CLEAN"
           ELSE
               ADD 1 TO CHECKS-FAILED
               IF EOD-SEEN-FLAG = "Y"
                   DISPLAY "  END-OF-DAY RECONCILIATION  : NOT CLEAN"
                       " - SEE " WS-EOD-RPT-FILENAME
               ELSE
                   DISPLAY "  END-OF-DAY RECONCILIATION  : NOT RUN "
                       "ON " WS-LAST-WORK-DATE
               END-IF
           END-IF

           PERFORM CHECK-GL-AGREED
           IF GL-AGREED-FLAG = "Y"
               DISPLAY "  GL TRIAL BALANCE           : AGREED "
                   "THROUGH " WS-GL-CLOSED-DATE
           ELSE
               ADD 1 TO CHECKS-FAILED
               DISPLAY "  GL TRIAL BALANCE           : CLOSED ONLY "
                   "THROUGH " WS-GL-CLOSED-DATE
           END-IF

           PERFORM CHECK-STATEMENTS-DONE
           IF STMT-DONE-FLAG = "Y"
               DISPLAY "  STATEMENTS                 : GENERATED "
                   WS-STMT-RUN-TS
           ELSE
               ADD 1 TO CHECKS-FAILED
               DISPLAY "  STATEMENTS                 : NOT RUN "
                   "SINCE " WS-LAST-WORK-DATE
           END-IF.

       FIND-LAST-WORK-DATE.
      *    LAST CALENDAR DAY OF THE MONTH, THEN BACK OVER WEEKENDS
      *    AND HOLIDAYS ON THE SHOP CALENDAR
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-PERIOD-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-PERIOD * 100 + 101
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           PERFORM CHECK-DATE-WORKING
           MOVE 0 TO WS-BACK-COUNT
           PERFORM UNTIL WORK-DAY-FLAG = "Y" OR WS-BACK-COUNT > 27
               SUBTRACT 1 FROM WS-WORK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               PERFORM CHECK-DATE-WORKING
               ADD 1 TO WS-BACK-COUNT
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-LAST-WORK-DATE.

       CHECK-EOD-CLEAN.
      *    THE LAST BUSINESS DAY'S EOD REPORT MUST SAY PASS; A
      *    RERUN THAT DAY REPLACES THE REPORT, SO A FIXED BREAK
      *    COUNTS AS CLEAN
           MOVE "N" TO EOD-CLEAN-FLAG
           MOVE "N" TO EOD-SEEN-FLAG
           MOVE SPACES TO WS-EOD-RPT-FILENAME
           STRING "eod-report-" WS-LAST-WORK-DATE ".dat"
               DELIMITED BY SIZE INTO WS-EOD-RPT-FILENAME

           OPEN INPUT EOD-REPORT-FILE
           IF WS-EOD-RPT-STATUS NOT = "35"
               MOVE "Y" TO EOD-SEEN-FLAG
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EOD-REPORT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EOD-REPORT-LINE (1:12) = "RESULT: PASS"
                               MOVE "Y" TO EOD-CLEAN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-REPORT-FILE
           END-IF.

       CHECK-GL-AGREED.
      *    GLPOST MOVES ITS CLOSED DATE ON ONLY FOR A DAY WHOSE
      *    TRIAL BALANCE AGREED, SO A CLOSED DATE AT OR PAST THE
      *    LAST BUSINESS DAY MEANS EVERY DAY OF THE MONTH PROVED
           MOVE "N" TO GL-AGREED-FLAG
           MOVE 0 TO WS-GL-CLOSED-DATE
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-STATUS NOT = "35"
               READ GL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GC-CLOSED-DATE TO WS-GL-CLOSED-DATE
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           IF WS-GL-CLOSED-DATE >= WS-LAST-WORK-DATE
               MOVE "Y" TO GL-AGREED-FLAG
           END-IF.

       CHECK-STATEMENTS-DONE.
      *    A STATEMENT RUN MADE BEFORE THE LAST BUSINESS DAY MISSED
      *    PART OF THE MONTH AND DOES NOT COUNT
           MOVE "N" TO STMT-DONE-FLAG
           MOVE 0 TO WS-STMT-RUN-TS
           OPEN INPUT STMT-RUN-FILE
           IF WS-STMT-RUN-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STMT-RUN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SR-PERIOD = WS-PERIOD
                               AND SR-RUN-TS (1:8) >= WS-LAST-WORK-DATE
                               MOVE "Y" TO STMT-DONE-FLAG
                               MOVE SR-RUN-TS TO WS-STMT-RUN-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-RUN-FILE
           END-IF.

       MARK-PERIOD-CLOSED.
           PERFORM MAKE-TIMESTAMP
           IF PERIOD-FOUND-FLAG = "N"
               MOVE WS-PERIOD TO HP-PERIOD
               MOVE 0 TO HP-REOPEN-BY
               MOVE 0 TO HP-REOPEN-TS
               MOVE SPACES TO HP-REOPEN-REASON
           END-IF
           MOVE "C" TO HP-STATUS
           MOVE SIGNON-EMP-ID TO HP-CLOSED-BY
           MOVE WS-TIMESTAMP TO HP-CLOSED-TS
           PERFORM SAVE-PERIOD-RECORD

           MOVE "CLOSE " TO PL-ACTION
           MOVE SPACES TO WS-REASON
           PERFORM WRITE-PERIOD-LOG

           MOVE "PERIOD CLOSE" TO AJ-ACTION
           MOVE WS-PERIOD TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION

           DISPLAY "MONTH " WS-PERIOD " CLOSED - POSTINGS DATED "
               "INTO IT WILL BE REFUSED".

       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD
           IF WS-PERIOD = 0
               CONTINUE
           ELSE
               PERFORM FIND-PERIOD-RECORD
               IF PERIOD-FOUND-FLAG = "N" OR HP-STATUS NOT = "C"
                   DISPLAY "MONTH " WS-PERIOD " IS NOT CLOSED"
               ELSE
                   MOVE SPACES TO WS-REASON
                   DISPLAY "REASON FOR REOPENING:"
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED - NOT REOPENED"
                   ELSE
                       DISPLAY "REOPEN " WS-PERIOD
                           " CLOSED BY " HP-CLOSED-BY
                           " AT " HP-CLOSED-TS "? (Y/N)"
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                           PERFORM MARK-PERIOD-REOPENED
                       ELSE
                           DISPLAY "NOT REOPENED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARK-PERIOD-REOPENED.
           PERFORM MAKE-TIMESTAMP
           MOVE "O" TO HP-STATUS
           MOVE SIGNON-EMP-ID TO HP-REOPEN-BY
           MOVE WS-TIMESTAMP TO HP-REOPEN-TS
           MOVE WS-REASON TO HP-REOPEN-REASON
           PERFORM SAVE-PERIOD-RECORD

           MOVE "REOPEN" TO PL-ACTION
           PERFORM WRITE-PERIOD-LOG

           MOVE "PERIOD REOPN" TO AJ-ACTION
           MOVE WS-PERIOD TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION

           DISPLAY "MONTH " WS-PERIOD " REOPENED - CLOSE IT AGAIN "
               "ONCE THE CORRECTION IS IN".

       FIND-PERIOD-RECORD.
           MOVE "N" TO PERIOD-FOUND-FLAG
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00" OR WS-PERIOD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PD-PERIOD = WS-PERIOD
                               MOVE "Y" TO PERIOD-FOUND-FLAG
                               MOVE PERIOD-REC TO HOLD-PERIOD-REC
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       SAVE-PERIOD-RECORD.
      *    COPY THE CONTROL FILE THROUGH THE TEMP FILE, REPLACING
      *    THE MONTH'S RECORD OR ADDING IT IN MONTH ORDER
           MOVE "N" TO PERIOD-FOUND-FLAG
           OPEN OUTPUT PERIOD-TEMP-FILE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00" OR WS-PERIOD-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM COPY-PERIOD-RECORD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           IF PERIOD-FOUND-FLAG = "N"
               MOVE HOLD-PERIOD-REC TO PERIOD-TMP-REC
               WRITE PERIOD-TMP-REC
           END-IF
           CLOSE PERIOD-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES PERIOD-CONTROL.DAT IN
      *    ONE STEP, SO THE CONTROL FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-PERIOD-FILENAME.

       COPY-PERIOD-RECORD.
           IF PD-PERIOD > WS-PERIOD AND PERIOD-FOUND-FLAG = "N"
               MOVE HOLD-PERIOD-REC TO PERIOD-TMP-REC
               WRITE PERIOD-TMP-REC
               MOVE "Y" TO PERIOD-FOUND-FLAG
           END-IF
           IF PD-PERIOD = WS-PERIOD
               MOVE HOLD-PERIOD-REC TO PERIOD-TMP-REC
               MOVE "Y" TO PERIOD-FOUND-FLAG
           ELSE
               MOVE PERIOD-REC TO PERIOD-TMP-REC
           END-IF
           WRITE PERIOD-TMP-REC.

       WRITE-PERIOD-LOG.
           OPEN EXTEND PERIOD-LOG-FILE
           IF WS-PLOG-STATUS = "35"
               OPEN OUTPUT PERIOD-LOG-FILE
           END-IF
           MOVE WS-TIMESTAMP TO PL-TIMESTAMP
           MOVE WS-PERIOD TO PL-PERIOD
           MOVE SIGNON-EMP-ID TO PL-EMP-ID
           MOVE WS-REASON TO PL-REASON
           WRITE PERIOD-LOG-REC
           CLOSE PERIOD-LOG-FILE.

       LIST-PERIODS.
           MOVE 0 TO LIST-COUNT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               DISPLAY "NO MONTH HAS BEEN CLOSED YET"
           ELSE
               DISPLAY " "
               DISPLAY "MONTH   STATUS    BY  CLOSED AT       BY  "
                   "REOPEN REASON"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           MOVE SPACES TO PL-LIST-LINE
                           MOVE PD-PERIOD TO LL-PERIOD
                           IF PD-STATUS = "C"
                               MOVE "CLOSED" TO LL-STATUS
                           ELSE
                               MOVE "REOPENED" TO LL-STATUS
                           END-IF
                           MOVE PD-CLOSED-BY TO LL-CLOSED-BY
                           MOVE PD-CLOSED-TS TO LL-CLOSED-TS
                           MOVE PD-REOPEN-BY TO LL-REOPEN-BY
                           MOVE PD-REOPEN-REASON TO LL-REASON
                           DISPLAY PL-LIST-LINE
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
               DISPLAY "MONTHS ON FILE: " LIST-COUNT
           END-IF.

       ADJUSTMENTS-REPORT.
      *    EVERY CORRECTION POSTED IN AN OPEN MONTH AGAINST AN ENTRY
      *    OF A CLOSED ONE, FOR ONE CLOSED MONTH OR (0) ALL OF THEM
           MOVE 0 TO WS-PERIOD
           DISPLAY "CLOSED MONTH (YYYYMM, 0 = ALL):"
           ACCEPT WS-PERIOD

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "post-close-adj-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           IF WS-PERIOD = 0
               STRING "POST-CLOSE ADJUSTMENTS  ALL CLOSED MONTHS"
                   DELIMITED BY SIZE INTO RPT-TITLE
           ELSE
               STRING "POST-CLOSE ADJUSTMENTS  CLOSED MONTH "
                   WS-PERIOD DELIMITED BY SIZE INTO RPT-TITLE
           END-IF
           MOVE SPACES TO RPT-COLUMNS
           STRING "POSTED AT      CLOSED ACCT  TYPE        AMOUNT "
               "ORIGINAL ENTRY ORIG TYPE OPR"
               DELIMITED BY SIZE INTO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO ADJ-TOTAL
           OPEN INPUT PERIOD-ADJ-FILE
           IF WS-ADJ-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-ADJ-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF WS-PERIOD = 0
                               OR PA-CLOSED-PERIOD = WS-PERIOD
                               PERFORM WRITE-ADJUSTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-ADJ-FILE
           END-IF

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE ADJ-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "ADJUSTMENTS: " LIST-COUNT
               "  TOTAL AMOUNT: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       WRITE-ADJUSTMENT-LINE.
           ADD 1 TO LIST-COUNT
           ADD PA-AMOUNT TO ADJ-TOTAL
           MOVE SPACES TO ADJ-DETAIL-LINE
           MOVE PA-TIMESTAMP TO AD-TIMESTAMP
           MOVE PA-CLOSED-PERIOD TO AD-CLOSED
           MOVE PA-ACC-NUMBER TO AD-ACC
           MOVE PA-TL-TYPE TO AD-TYPE
           MOVE PA-AMOUNT TO AD-AMOUNT
           MOVE PA-ORIG-REF TO AD-ORIG-REF
           MOVE PA-ORIG-TYPE TO AD-ORIG-TYPE
           MOVE PA-OPERATOR TO AD-OPERATOR
           MOVE ADJ-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       MAKE-TIMESTAMP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

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

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "PERCLOSE    " TO AJ-PROGRAM
           CALL "ACTLOG" USING ACTJRNL-AREA.

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
