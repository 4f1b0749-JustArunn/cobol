       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT GL-CHART-FILE ASSIGN TO "gl-chart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.

           SELECT CHART-TEMP-FILE ASSIGN TO "gl-chart.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-MAP-FILE ASSIGN TO "gl-map.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "gl-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "gl-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD GL-CHART-FILE.
       COPY GLACCT.

       FD CHART-TEMP-FILE.
       COPY GLACCT REPLACING ==GL-ACCOUNT-REC== BY ==CHART-TEMP-REC==
                    LEADING ==GL== BY ==GX==.

       FD GL-MAP-FILE.
       COPY GLMAP.

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-REC.
           05 GJ-POST-DATE   PIC 9(8).
           05 GJ-GL-CODE     PIC 9(4).
           05 GJ-SIDE        PIC X(1).
      *        D = DEBIT, C = CREDIT
           05 GJ-AMOUNT      PIC 9(7)V99.
           05 GJ-ACC-NUMBER  PIC 9(5).
           05 GJ-TL-TYPE     PIC X(8).
           05 GJ-TL-SEQ      PIC 9(9).
           05 GJ-TL-TIMESTAMP PIC 9(14).
           05 GJ-TL-REF      PIC X(14).

       FD GL-CONTROL-FILE.
       01 GL-CONTROL-REC.
           05 GC-CLOSED-DATE PIC 9(8).
      *        LAST BUSINESS DATE WHOSE JOURNAL BALANCED AND POSTED
           05 GC-RUN-DATE    PIC 9(8).
           05 GC-RESULT      PIC X(4).
      *        PASS OR FAIL FOR THE LATEST RUN
           05 GC-DAY-DR      PIC 9(11)V99.
           05 GC-DAY-CR      PIC 9(11)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-CHART-STATUS   PIC X(2).
       01 WS-MAP-STATUS     PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-POST-DATE      PIC 9(8).
       01 WS-LAST-CLOSED    PIC 9(8) VALUE 0.
       01 WS-ENTRY-DATE     PIC 9(8).
       01 WS-POST-PASS      PIC X.
      *        1 = PROVE THE DAY, 2 = WRITE THE JOURNAL

       01 WS-CHART-FILENAME PIC X(20) VALUE "gl-chart.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "gl-chart.tmp".

      *    THE WHOLE CHART IS HELD IN STORAGE WHILE THE DAY IS
      *    PROVED, SO NOTHING IS WRITTEN UNLESS IT BALANCES
       01 GL-TABLE-COUNT    PIC 9(3) VALUE 0.
       01 GL-TABLE.
           05 GL-T-ENTRY OCCURS 200 TIMES INDEXED BY GT-IDX.
               10 GL-T-CODE     PIC 9(4).
               10 GL-T-NAME     PIC X(25).
               10 GL-T-CLASS    PIC X(1).
               10 GL-T-DR-TOTAL PIC 9(11)V99.
               10 GL-T-CR-TOTAL PIC 9(11)V99.
               10 GL-T-LAST     PIC 9(8).
               10 GL-T-DAY-DR   PIC 9(11)V99.
               10 GL-T-DAY-CR   PIC 9(11)V99.

       01 MAP-TABLE-COUNT   PIC 9(3) VALUE 0.
       01 MAP-TABLE.
           05 MAP-T-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
               10 MAP-T-TYPE    PIC X(8).
               10 MAP-T-ORIG    PIC X(8).
               10 MAP-T-DR      PIC 9(4).
               10 MAP-T-CR      PIC 9(4).

      *    RESULT OF MAPPING ONE LOG ENTRY: P = POST TO THE TWO
      *    HEADS BELOW, M = MEMO TYPE, U = UNMAPPED OR A HEAD THAT
      *    IS NOT ON THE CHART
       01 WS-MAP-RESULT     PIC X.
       01 WS-MAP-FOUND      PIC X.
       01 WS-DR-CODE        PIC 9(4).
       01 WS-CR-CODE        PIC 9(4).
       01 WS-DR-IDX         PIC 9(3).
       01 WS-CR-IDX         PIC 9(3).
       01 WS-FIND-CODE      PIC 9(4).
       01 WS-FIND-IDX       PIC 9(3).

       01 WS-ENTRIES-POSTED PIC 9(7) VALUE 0.
       01 WS-ENTRIES-MEMO   PIC 9(7) VALUE 0.
       01 WS-ENTRIES-UNMAPPED PIC 9(7) VALUE 0.
       01 WS-DAY-DR         PIC 9(11)V99 VALUE 0.
       01 WS-DAY-CR         PIC 9(11)V99 VALUE 0.
       01 WS-TB-DR          PIC 9(13)V99 VALUE 0.
       01 WS-TB-CR          PIC 9(13)V99 VALUE 0.
       01 WS-HEAD-BAL       PIC S9(13)V99.

      *    CHART-WIDE PROOF: EVERY HEAD'S RUNNING TOTALS WITH THE
      *    DAY ADDED
       01 WS-PROVE-DR       PIC 9(13)V99 VALUE 0.
       01 WS-PROVE-CR       PIC 9(13)V99 VALUE 0.
       01 WS-PROVE-DR-EDIT  PIC Z(12)9.99.
       01 WS-PROVE-CR-EDIT  PIC Z(12)9.99.
       01 CHART-BALANCED-FLAG PIC X VALUE "Y".
       01 CHART-FULL-FLAG   PIC X VALUE "N".

       COPY RPTWS.
       01 RPT-TB-LINE.
           05 TB-CODE        PIC 9(4).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TB-NAME        PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TB-DAY-DR      PIC Z(7)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TB-DAY-CR      PIC Z(7)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TB-BAL-DR      PIC Z(9)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TB-BAL-CR      PIC Z(9)9.99.
           05 FILLER         PIC X(3) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 RT-LABEL       PIC X(26).
           05 RT-DAY-DR      PIC Z(7)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 RT-DAY-CR      PIC Z(7)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 RT-BAL-DR      PIC Z(9)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 RT-BAL-CR      PIC Z(9)9.99.
           05 FILLER         PIC X(3) VALUE SPACES.

       COPY PERCHK.

       LINKAGE SECTION.
       01 GLPOST-AREA.
           05 GP-POST-DATE   PIC 9(8).
           05 GP-LINES       PIC 9(7).
           05 GP-STATUS      PIC X(4).

       PROCEDURE DIVISION USING GLPOST-AREA.

      *    NIGHTLY GENERAL LEDGER POSTING. EVERY LOG ENTRY DATED
      *    AFTER THE LAST CLOSED BUSINESS DATE, UP TO THE DATE BEING
      *    CLOSED, IS MAPPED FROM ITS TRANSACTION TYPE TO A DEBIT
      *    AND A CREDIT HEAD. THE DAY IS PROVED FIRST; ONLY WHEN
      *    EVERY MONEY ENTRY MAPPED AND THE WHOLE CHART, WITH THE
      *    DAY ADDED, HAS TOTAL DEBITS EQUAL TO TOTAL CREDITS ARE
      *    THE JOURNAL LINES WRITTEN, THE RUNNING BALANCES UPDATED
      *    AND THE DATE CLOSED. OTHERWISE THE DAY STAYS OPEN AND
      *    THE TRIAL BALANCE SAYS WHY
       GLPOST-MAIN.
           MOVE 0 TO GP-LINES
           MOVE "OK  " TO GP-STATUS
           MOVE 0 TO WS-ENTRIES-POSTED
           MOVE 0 TO WS-ENTRIES-MEMO
           MOVE 0 TO WS-ENTRIES-UNMAPPED
           MOVE 0 TO WS-DAY-DR
           MOVE 0 TO WS-DAY-CR

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           IF GP-POST-DATE = 0
               MOVE WS-DATE TO WS-POST-DATE
           ELSE
               MOVE GP-POST-DATE TO WS-POST-DATE
           END-IF

           PERFORM LOAD-GL-CONTROL
           IF WS-POST-DATE <= WS-LAST-CLOSED
               DISPLAY "GL ALREADY CLOSED THROUGH " WS-LAST-CLOSED
                   " - NOTHING TO POST"
               GOBACK
           END-IF

      *    A DATE IN A CLOSED ACCOUNTING MONTH IS NEVER POSTED
           MOVE WS-POST-DATE TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - GL NOT POSTED"
               MOVE "FAIL" TO GP-STATUS
               GOBACK
           END-IF

           PERFORM LOAD-GL-CHART
           IF GL-TABLE-COUNT = 0
               DISPLAY "NO CHART OF ACCOUNTS ON FILE - GL NOT POSTED"
               MOVE "FAIL" TO GP-STATUS
               GOBACK
           END-IF
      *    THE CHART IS SAVED BACK FROM THE TABLE, SO A CHART WITH
      *    MORE HEADS THAN THE TABLE HOLDS WOULD LOSE THE REST
           IF CHART-FULL-FLAG = "Y"
               DISPLAY "GL CHART HAS MORE THAN 200 HEADS - GL NOT "
                   "POSTED"
               MOVE "FAIL" TO GP-STATUS
               GOBACK
           END-IF
           PERFORM LOAD-GL-MAP

           PERFORM OPEN-TRIAL-REPORT

           MOVE "1" TO WS-POST-PASS
           PERFORM SCAN-DAYS-LOG
           PERFORM PROVE-CHART

           IF WS-ENTRIES-UNMAPPED = 0 AND CHART-BALANCED-FLAG = "Y"
               MOVE "2" TO WS-POST-PASS
               OPEN EXTEND GL-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               PERFORM SCAN-DAYS-LOG
               CLOSE GL-JOURNAL-FILE
               PERFORM APPLY-DAY-TO-CHART
               PERFORM SAVE-GL-CHART
               MOVE "PASS" TO GP-STATUS
           ELSE
               MOVE "FAIL" TO GP-STATUS
           END-IF

           PERFORM WRITE-TRIAL-BALANCE
           PERFORM SAVE-GL-CONTROL

           DISPLAY "GL ENTRIES POSTED: " WS-ENTRIES-POSTED
               "  MEMO: " WS-ENTRIES-MEMO
               "  UNMAPPED: " WS-ENTRIES-UNMAPPED
           IF GP-STATUS = "PASS"
               DISPLAY "GL CLOSED FOR " WS-POST-DATE
           ELSE
               IF CHART-BALANCED-FLAG = "N"
                   DISPLAY "*** GL OUT OF BALANCE - DAY NOT CLOSED ***"
               ELSE
                   DISPLAY "*** UNMAPPED ENTRIES - DAY NOT CLOSED ***"
               END-IF
           END-IF

           GOBACK.

       LOAD-GL-CONTROL.
           MOVE 0 TO WS-LAST-CLOSED
           OPEN INPUT GL-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "35"
               READ GL-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-LAST-CLOSED
                   NOT AT END
                       MOVE GC-CLOSED-DATE TO WS-LAST-CLOSED
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.

       SAVE-GL-CONTROL.
      *    THE CLOSED DATE MOVES ON ONLY WHEN THE DAY BALANCED; A
      *    FAILED RUN IS STILL RECORDED SO THE MONTH-END CHECKS
      *    CAN SEE IT
           OPEN OUTPUT GL-CONTROL-FILE
           IF GP-STATUS = "PASS"
               MOVE WS-POST-DATE TO GC-CLOSED-DATE
           ELSE
               MOVE WS-LAST-CLOSED TO GC-CLOSED-DATE
           END-IF
           MOVE WS-DATE TO GC-RUN-DATE
           MOVE GP-STATUS TO GC-RESULT
           MOVE WS-DAY-DR TO GC-DAY-DR
           MOVE WS-DAY-CR TO GC-DAY-CR
           WRITE GL-CONTROL-REC
           CLOSE GL-CONTROL-FILE.

       LOAD-GL-CHART.
           MOVE 0 TO GL-TABLE-COUNT
           MOVE "N" TO CHART-FULL-FLAG
           OPEN INPUT GL-CHART-FILE
           IF WS-CHART-STATUS = "00" OR WS-CHART-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-CHART-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF GL-TABLE-COUNT < 200
                               ADD 1 TO GL-TABLE-COUNT
                               SET GT-IDX TO GL-TABLE-COUNT
                               MOVE GL-CODE TO GL-T-CODE (GT-IDX)
                               MOVE GL-NAME TO GL-T-NAME (GT-IDX)
                               MOVE GL-CLASS TO GL-T-CLASS (GT-IDX)
                               MOVE GL-DR-TOTAL
                                   TO GL-T-DR-TOTAL (GT-IDX)
                               MOVE GL-CR-TOTAL
                                   TO GL-T-CR-TOTAL (GT-IDX)
                               MOVE GL-LAST-POSTED
                                   TO GL-T-LAST (GT-IDX)
                               MOVE 0 TO GL-T-DAY-DR (GT-IDX)
                               MOVE 0 TO GL-T-DAY-CR (GT-IDX)
                           ELSE
                               MOVE "Y" TO CHART-FULL-FLAG
                               DISPLAY "GL TABLE FULL - "
                                   "HEAD " GL-CODE " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
           END-IF.

       LOAD-GL-MAP.
           MOVE 0 TO MAP-TABLE-COUNT
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS = "00" OR WS-MAP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF MAP-TABLE-COUNT < 200
                               ADD 1 TO MAP-TABLE-COUNT
                               SET MT-IDX TO MAP-TABLE-COUNT
                               MOVE GM-TL-TYPE TO MAP-T-TYPE (MT-IDX)
                               MOVE GM-ORIG-TYPE
                                   TO MAP-T-ORIG (MT-IDX)
                               MOVE GM-DR-CODE TO MAP-T-DR (MT-IDX)
                               MOVE GM-CR-CODE TO MAP-T-CR (MT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "NO TRANSACTION TYPE MAPPINGS ON FILE"
           END-IF.

       SCAN-DAYS-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-LAST-CLOSED * 1000000 + 1000000
               START TRANSACTION-LOG-FILE
                   KEY IS NOT LESS THAN TL-TIMESTAMP
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TL-TIMESTAMP (1:8) > WS-POST-DATE
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                           MOVE TL-TIMESTAMP (1:8) TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE > WS-LAST-CLOSED
                               AND WS-ENTRY-DATE <= WS-POST-DATE
                               PERFORM POST-ONE-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       POST-ONE-LOG-ENTRY.
           PERFORM RESOLVE-GL-HEADS

           IF WS-POST-PASS = "1"
               EVALUATE WS-MAP-RESULT
                   WHEN "P"
                       ADD 1 TO WS-ENTRIES-POSTED
                       ADD TL-AMOUNT TO GL-T-DAY-DR (WS-DR-IDX)
                       ADD TL-AMOUNT TO GL-T-DAY-CR (WS-CR-IDX)
                   WHEN "M"
                       ADD 1 TO WS-ENTRIES-MEMO
                   WHEN OTHER
                       ADD 1 TO WS-ENTRIES-UNMAPPED
                       MOVE SPACES TO RPT-DETAIL
                       STRING "UNMAPPED: " TL-TYPE " " TL-ORIG-TYPE
                           " ACC " TL-ACC-NUMBER " SEQ " TL-SEQ
                           " AMT " TL-AMOUNT
                           DELIMITED BY SIZE INTO RPT-DETAIL
                       PERFORM WRITE-REPORT-LINE
               END-EVALUATE
           ELSE
               IF WS-MAP-RESULT = "P"
                   MOVE WS-DR-CODE TO GJ-GL-CODE
                   MOVE "D" TO GJ-SIDE
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE WS-CR-CODE TO GJ-GL-CODE
                   MOVE "C" TO GJ-SIDE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       RESOLVE-GL-HEADS.
      *    A REVERSAL LOOKS FOR ITS OWN MAPPING FIRST AND FALLS BACK
      *    TO THE ORIGINAL TYPE'S HEADS SWAPPED; EVERY OTHER TYPE
      *    USES ITS PLAIN MAPPING
           MOVE "U" TO WS-MAP-RESULT
           MOVE "N" TO WS-MAP-FOUND
           MOVE 0 TO WS-DR-CODE
           MOVE 0 TO WS-CR-CODE

           IF MAP-TABLE-COUNT > 0
               IF TL-TYPE = "REVERSAL"
                   PERFORM VARYING MT-IDX FROM 1 BY 1
                           UNTIL MT-IDX > MAP-TABLE-COUNT
                               OR WS-MAP-FOUND = "Y"
                       IF MAP-T-TYPE (MT-IDX) = "REVERSAL"
                           AND MAP-T-ORIG (MT-IDX) = TL-ORIG-TYPE
                           MOVE "Y" TO WS-MAP-FOUND
                           MOVE MAP-T-DR (MT-IDX) TO WS-DR-CODE
                           MOVE MAP-T-CR (MT-IDX) TO WS-CR-CODE
                       END-IF
                   END-PERFORM
                   IF WS-MAP-FOUND = "N"
                       PERFORM VARYING MT-IDX FROM 1 BY 1
                               UNTIL MT-IDX > MAP-TABLE-COUNT
                                   OR WS-MAP-FOUND = "Y"
                           IF MAP-T-TYPE (MT-IDX) = TL-ORIG-TYPE
                               AND MAP-T-ORIG (MT-IDX) = SPACES
                               MOVE "Y" TO WS-MAP-FOUND
                               MOVE MAP-T-CR (MT-IDX) TO WS-DR-CODE
                               MOVE MAP-T-DR (MT-IDX) TO WS-CR-CODE
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   PERFORM VARYING MT-IDX FROM 1 BY 1
                           UNTIL MT-IDX > MAP-TABLE-COUNT
                               OR WS-MAP-FOUND = "Y"
                       IF MAP-T-TYPE (MT-IDX) = TL-TYPE
                           AND MAP-T-ORIG (MT-IDX) = SPACES
                           MOVE "Y" TO WS-MAP-FOUND
                           MOVE MAP-T-DR (MT-IDX) TO WS-DR-CODE
                           MOVE MAP-T-CR (MT-IDX) TO WS-CR-CODE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-MAP-FOUND = "Y"
               IF WS-DR-CODE = 0 AND WS-CR-CODE = 0
                   MOVE "M" TO WS-MAP-RESULT
               ELSE
                   MOVE WS-DR-CODE TO WS-FIND-CODE
                   PERFORM FIND-HEAD-IN-TABLE
                   MOVE WS-FIND-IDX TO WS-DR-IDX
                   MOVE WS-CR-CODE TO WS-FIND-CODE
                   PERFORM FIND-HEAD-IN-TABLE
                   MOVE WS-FIND-IDX TO WS-CR-IDX
                   IF WS-DR-IDX > 0 AND WS-CR-IDX > 0
                       MOVE "P" TO WS-MAP-RESULT
                   END-IF
               END-IF
           END-IF.

       FIND-HEAD-IN-TABLE.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GL-TABLE-COUNT
                       OR WS-FIND-IDX > 0
               IF GL-T-CODE (GT-IDX) = WS-FIND-CODE
                   SET WS-FIND-IDX TO GT-IDX
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-LINE.
           MOVE WS-POST-DATE  TO GJ-POST-DATE
           MOVE TL-AMOUNT     TO GJ-AMOUNT
           MOVE TL-ACC-NUMBER TO GJ-ACC-NUMBER
           MOVE TL-TYPE       TO GJ-TL-TYPE
           MOVE TL-SEQ        TO GJ-TL-SEQ
           MOVE TL-TIMESTAMP  TO GJ-TL-TIMESTAMP
           MOVE TL-REF        TO GJ-TL-REF
           WRITE GL-JOURNAL-REC
           ADD 1 TO GP-LINES.

       PROVE-CHART.
      *    THE DAY'S AMOUNTS ARE ADDED TO EACH HEAD'S RUNNING TOTALS
      *    AND THE WHOLE CHART CROSS-CAST. DEBITS MUST EQUAL CREDITS
      *    FOR THE DAY AND FOR THE CHART AS A WHOLE, WHICH ALSO
      *    CATCHES A CHART FILE EDITED OR CUT SHORT BY HAND
           MOVE 0 TO WS-DAY-DR
           MOVE 0 TO WS-DAY-CR
           MOVE 0 TO WS-PROVE-DR
           MOVE 0 TO WS-PROVE-CR
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GL-TABLE-COUNT
               ADD GL-T-DAY-DR (GT-IDX) TO WS-DAY-DR
               ADD GL-T-DAY-CR (GT-IDX) TO WS-DAY-CR
               COMPUTE WS-PROVE-DR = WS-PROVE-DR
                   + GL-T-DR-TOTAL (GT-IDX) + GL-T-DAY-DR (GT-IDX)
               COMPUTE WS-PROVE-CR = WS-PROVE-CR
                   + GL-T-CR-TOTAL (GT-IDX) + GL-T-DAY-CR (GT-IDX)
           END-PERFORM

           IF WS-DAY-DR = WS-DAY-CR AND WS-PROVE-DR = WS-PROVE-CR
               MOVE "Y" TO CHART-BALANCED-FLAG
           ELSE
               MOVE "N" TO CHART-BALANCED-FLAG
           END-IF.

       APPLY-DAY-TO-CHART.
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GL-TABLE-COUNT
               IF GL-T-DAY-DR (GT-IDX) > 0
                   OR GL-T-DAY-CR (GT-IDX) > 0
                   ADD GL-T-DAY-DR (GT-IDX) TO GL-T-DR-TOTAL (GT-IDX)
                   ADD GL-T-DAY-CR (GT-IDX) TO GL-T-CR-TOTAL (GT-IDX)
                   MOVE WS-POST-DATE TO GL-T-LAST (GT-IDX)
               END-IF
           END-PERFORM.

       SAVE-GL-CHART.
           OPEN OUTPUT CHART-TEMP-FILE
           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GL-TABLE-COUNT
               MOVE GL-T-CODE (GT-IDX)     TO GX-CODE
               MOVE GL-T-NAME (GT-IDX)     TO GX-NAME
               MOVE GL-T-CLASS (GT-IDX)    TO GX-CLASS
               MOVE GL-T-DR-TOTAL (GT-IDX) TO GX-DR-TOTAL
               MOVE GL-T-CR-TOTAL (GT-IDX) TO GX-CR-TOTAL
               MOVE GL-T-LAST (GT-IDX)     TO GX-LAST-POSTED
               WRITE CHART-TEMP-REC
           END-PERFORM
           CLOSE CHART-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES GL-CHART.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-CHART-FILENAME.

       OPEN-TRIAL-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "gl-trial-" WS-POST-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "GENERAL LEDGER TRIAL BALANCE  " WS-POST-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "HEAD NAME                    DAY DEBIT  DAY CREDIT"
               TO RPT-COLUMNS
           MOVE "    BALANCE DR    BALANCE CR" TO RPT-COLUMNS (53:28)
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

       WRITE-TRIAL-BALANCE.
      *    CLOSING BALANCES INCLUDE THE DAY ONLY WHEN IT POSTED; ON
      *    A FAILED RUN THEY STAND AT THE LAST CLOSED DATE
           MOVE 0 TO WS-TB-DR
           MOVE 0 TO WS-TB-CR

           PERFORM VARYING GT-IDX FROM 1 BY 1
                   UNTIL GT-IDX > GL-TABLE-COUNT
               MOVE SPACES TO RPT-TB-LINE
               MOVE GL-T-CODE (GT-IDX) TO TB-CODE
               MOVE GL-T-NAME (GT-IDX) TO TB-NAME
               MOVE GL-T-DAY-DR (GT-IDX) TO TB-DAY-DR
               MOVE GL-T-DAY-CR (GT-IDX) TO TB-DAY-CR
               COMPUTE WS-HEAD-BAL = GL-T-DR-TOTAL (GT-IDX)
                   - GL-T-CR-TOTAL (GT-IDX)
               IF WS-HEAD-BAL >= 0
                   MOVE WS-HEAD-BAL TO TB-BAL-DR
                   MOVE 0 TO TB-BAL-CR
                   ADD WS-HEAD-BAL TO WS-TB-DR
               ELSE
                   MOVE 0 TO TB-BAL-DR
                   COMPUTE TB-BAL-CR = 0 - WS-HEAD-BAL
                   SUBTRACT WS-HEAD-BAL FROM WS-TB-CR
               END-IF
               MOVE RPT-TB-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-TOTAL-LINE
           MOVE "TOTALS" TO RT-LABEL
           MOVE WS-DAY-DR TO RT-DAY-DR
           MOVE WS-DAY-CR TO RT-DAY-CR
           MOVE WS-TB-DR TO RT-BAL-DR
           MOVE WS-TB-CR TO RT-BAL-CR
           MOVE RPT-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-DETAIL
           STRING "ENTRIES POSTED " WS-ENTRIES-POSTED
               "  MEMO " WS-ENTRIES-MEMO
               "  UNMAPPED " WS-ENTRIES-UNMAPPED
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE WS-PROVE-DR TO WS-PROVE-DR-EDIT
           MOVE WS-PROVE-CR TO WS-PROVE-CR-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "CHART DEBITS " WS-PROVE-DR-EDIT
               "  CHART CREDITS " WS-PROVE-CR-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-DETAIL
           EVALUATE TRUE
               WHEN GP-STATUS = "PASS"
                   STRING "RESULT: PASS - DEBITS AGREE WITH CREDITS, "
                       "DAY CLOSED" DELIMITED BY SIZE INTO RPT-DETAIL
               WHEN CHART-BALANCED-FLAG = "N"
                   STRING "RESULT: FAIL - OUT OF BALANCE, DAY NOT "
                       "CLOSED" DELIMITED BY SIZE INTO RPT-DETAIL
               WHEN OTHER
                   STRING "RESULT: FAIL - UNMAPPED ENTRIES, DAY NOT "
                       "CLOSED" DELIMITED BY SIZE INTO RPT-DETAIL
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

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
