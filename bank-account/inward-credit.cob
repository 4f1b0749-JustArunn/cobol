       IDENTIFICATION DIVISION.
       PROGRAM-ID. INWCREDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE ASSIGN TO "inward-credits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INWARD-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUMBER
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RETURN-FILE ASSIGN USING WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD INWARD-FILE.
       COPY INWCRED.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD RETURN-FILE.
       01 RETURN-LINE PIC X(60).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 WS-INWARD-STATUS  PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 EOF-FLAG          PIC X.
       01 GUARD-EOF-FLAG    PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 WS-AMOUNT-EDIT    PIC Z(8)9.99.
       01 WS-COUNT-EDIT     PIC Z(4)9.

       01 WS-INWARD-FILENAME PIC X(30) VALUE "inward-credits.dat".
       01 WS-DONE-FILENAME  PIC X(30).
       01 WS-RETURN-FILENAME PIC X(30).

      *    CONTROL TOTALS: WHAT THE SENDER'S TRAILER CLAIMS, WHAT
      *    THE DETAIL LINES ADD UP TO, AND HOW THEY WERE DISPOSED OF
       01 TRAILER-SEEN-FLAG PIC X.
       01 FILE-COUNT        PIC 9(5).
       01 FILE-HASH         PIC 9(11)V99.
       01 READ-COUNT        PIC 9(5).
       01 READ-TOTAL        PIC 9(11)V99.
       01 POSTED-COUNT      PIC 9(5).
       01 POSTED-TOTAL      PIC 9(11)V99.
       01 RETURNED-COUNT    PIC 9(5).
       01 RETURNED-TOTAL    PIC 9(11)V99.
       01 PARKED-COUNT      PIC 9(5).
       01 PARKED-TOTAL      PIC 9(11)V99.
       01 CONTROL-DIFF      PIC S9(11)V99.
       01 WS-SENDER         PIC X(20).

      *    RETURN REASON CODES, WITH A COUNT OF EACH FOR THE REPORT
       01 WS-REASON-CODE    PIC X(3).
       01 REASON-TABLE-VALUES.
           05 FILLER PIC X(28) VALUE "R01INVALID CHECK DIGIT     ".
           05 FILLER PIC X(28) VALUE "R02ACCOUNT NOT ON FILE     ".
           05 FILLER PIC X(28) VALUE "R03ACCOUNT CLOSED          ".
           05 FILLER PIC X(28) VALUE "R04ACCOUNT DORMANT         ".
           05 FILLER PIC X(28) VALUE "R05ACCOUNT FROZEN          ".
           05 FILLER PIC X(28) VALUE "R06EXCEEDS POSTING LIMIT   ".
           05 FILLER PIC X(28) VALUE "R07DUPLICATE REFERENCE     ".
           05 FILLER PIC X(28) VALUE "R08ZERO OR INVALID AMOUNT  ".
       01 REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05 REASON-ENTRY OCCURS 8 TIMES INDEXED BY RS-IDX.
               10 RS-CODE    PIC X(3).
               10 RS-DESC    PIC X(25).
       01 REASON-COUNTS.
           05 RS-COUNT OCCURS 8 TIMES PIC 9(5).

       01 RF-HEADER-LINE.
           05 FILLER        PIC X(3) VALUE "HDR".
           05 RF-H-DATE     PIC 9(8).
           05 RF-H-SENDER   PIC X(20).
           05 FILLER        PIC X(29) VALUE SPACES.
       01 RF-DETAIL-LINE.
           05 FILLER        PIC X(3) VALUE "RTN".
           05 RF-D-ACC      PIC 9(5).
           05 RF-D-AMOUNT   PIC 9(7)V99.
           05 RF-D-REMITTER PIC X(20).
           05 RF-D-REF      PIC X(14).
           05 RF-D-REASON   PIC X(3).
           05 FILLER        PIC X(6) VALUE SPACES.
       01 RF-TRAILER-LINE.
           05 FILLER        PIC X(3) VALUE "TRL".
           05 RF-T-COUNT    PIC 9(5).
           05 RF-T-HASH     PIC 9(11)V99.
           05 FILLER        PIC X(39) VALUE SPACES.

       COPY CHKDGT.
       COPY RPTWS.
       COPY SUSPPARK.

       COPY PERCHK.

       LINKAGE SECTION.
       01 INWCREDIT-AREA.
           05 IW-POSTED      PIC 9(5).
           05 IW-RETURNED    PIC 9(5).
           05 IW-STATUS      PIC X(4).

       PROCEDURE DIVISION USING INWCREDIT-AREA.

      *    INWARD INTERBANK CREDITS, CALLABLE FROM THE NIGHTLY BATCH
      *    DRIVER. THE FILE IS PROVED AGAINST ITS TRAILER FIRST AND
      *    NOTHING POSTS FROM A FILE THAT DOES NOT PROVE. EACH GOOD
      *    ITEM IS CREDITED WITH THE REMITTER'S REFERENCE IN TL-REF;
      *    EACH ONE THAT CANNOT BE APPLIED GOES BACK TO THE SENDER
      *    ON THE RETURN FILE WITH A REASON CODE, EXCEPT THAT ONE
      *    FOR A CLOSED ACCOUNT IS PARKED IN SUSPENSE. A PROCESSED FILE
      *    IS RENAMED WITH THE RUN DATE SO IT CANNOT POST TWICE
       INWCREDIT-MAIN.
           MOVE 0 TO IW-POSTED
           MOVE 0 TO IW-RETURNED
           MOVE "OK  " TO IW-STATUS
           MOVE 0 TO POSTED-COUNT
           MOVE 0 TO POSTED-TOTAL
           MOVE 0 TO RETURNED-COUNT
           MOVE 0 TO RETURNED-TOTAL
           MOVE 0 TO PARKED-COUNT
           MOVE 0 TO PARKED-TOTAL
           MOVE ZEROS TO REASON-COUNTS

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               MOVE "FAIL" TO IW-STATUS
               GOBACK
           END-IF

           PERFORM PROVE-INWARD-FILE
           IF WS-INWARD-STATUS = "35"
               DISPLAY "NO inward-credits.dat TO POST"
               GOBACK
           END-IF

           PERFORM OPEN-CONTROL-REPORT

           IF TRAILER-SEEN-FLAG = "N"
               OR READ-COUNT NOT = FILE-COUNT
               OR READ-TOTAL NOT = FILE-HASH
               MOVE "FAIL" TO IW-STATUS
               MOVE "FILE DOES NOT PROVE TO ITS TRAILER - NOTHING "
                   TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               MOVE "POSTED; REFER THE FILE BACK TO THE SENDER"
                   TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-CONTROL-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "INWARD FILE DOES NOT PROVE - NOT POSTED"
               DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               AND WS-ACCOUNT-STATUS NOT = "05"
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               MOVE "FAIL" TO IW-STATUS
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           PERFORM OPEN-RETURN-FILE

           OPEN INPUT INWARD-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ INWARD-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF IC-REC-TYPE = "DTL"
                           PERFORM APPLY-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INWARD-FILE

           PERFORM CLOSE-RETURN-FILE
           CLOSE ACCOUNT-FILE

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE REPORT-FILE

      *    OS-LEVEL SWAP: THE PROCESSED FILE IS RENAMED IN ONE STEP
      *    SO A RERUN FINDS NOTHING TO POST
           MOVE SPACES TO WS-DONE-FILENAME
           STRING "inward-credits-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-DONE-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-INWARD-FILENAME
               WS-DONE-FILENAME

           MOVE POSTED-COUNT TO IW-POSTED
           MOVE RETURNED-COUNT TO IW-RETURNED

           DISPLAY "INWARD CREDITS POSTED  : " POSTED-COUNT
           DISPLAY "INWARD CREDITS RETURNED: " RETURNED-COUNT
           DISPLAY "PARKED IN SUSPENSE     : " PARKED-COUNT
           IF RETURNED-COUNT > 0
               DISPLAY "RETURN FILE WRITTEN: " WS-RETURN-FILENAME
           END-IF
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           GOBACK.

       PROVE-INWARD-FILE.
           MOVE "N" TO TRAILER-SEEN-FLAG
           MOVE 0 TO FILE-COUNT
           MOVE 0 TO FILE-HASH
           MOVE 0 TO READ-COUNT
           MOVE 0 TO READ-TOTAL
           MOVE SPACES TO WS-SENDER

           OPEN INPUT INWARD-FILE
           IF WS-INWARD-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ INWARD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           EVALUATE IC-REC-TYPE
                               WHEN "HDR"
                                   MOVE IH-SENDER TO WS-SENDER
                               WHEN "DTL"
                                   ADD 1 TO READ-COUNT
                                   IF IC-AMOUNT NUMERIC
                                       ADD IC-AMOUNT TO READ-TOTAL
                                   END-IF
                               WHEN "TRL"
                                   MOVE "Y" TO TRAILER-SEEN-FLAG
                                   MOVE IT-COUNT TO FILE-COUNT
                                   MOVE IT-HASH TO FILE-HASH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE INWARD-FILE
           END-IF.

       APPLY-ONE-CREDIT.
           MOVE SPACES TO WS-REASON-CODE

           IF IC-AMOUNT NOT NUMERIC OR IC-AMOUNT = 0
               MOVE "R08" TO WS-REASON-CODE
           END-IF

           IF WS-REASON-CODE = SPACES
               MOVE "V" TO CD-ACTION
               MOVE IC-ACC-NUMBER TO CD-ACC-NUMBER
               CALL "CHECKDGT" USING CHKDGT-AREA
               IF CD-OK-FLAG = "N"
                   MOVE "R01" TO WS-REASON-CODE
               END-IF
           END-IF

      *    TL-AMOUNT CARRIES FIVE WHOLE DIGITS; A LARGER CREDIT
      *    CANNOT BE POSTED FAITHFULLY
           IF WS-REASON-CODE = SPACES AND IC-AMOUNT > 99999.99
               MOVE "R06" TO WS-REASON-CODE
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-REFERENCE-NOT-POSTED
           END-IF

           IF WS-REASON-CODE = SPACES
               MOVE IC-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "R02" TO WS-REASON-CODE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACC-CLOSED-FLAG = "C"
                               MOVE "R03" TO WS-REASON-CODE
                           WHEN ACC-DORMANT-FLAG = "D"
                               MOVE "R04" TO WS-REASON-CODE
                           WHEN ACC-FREEZE-FLAG = "F"
                               MOVE "R05" TO WS-REASON-CODE
                           WHEN OTHER
                               PERFORM POST-INWARD-CREDIT
                       END-EVALUATE
               END-READ
           END-IF

      *    A CREDIT FOR A CLOSED ACCOUNT IS KEPT IN SUSPENSE RATHER
      *    THAN BOUNCED: THE FORMER HOLDER USUALLY HAS ANOTHER
      *    ACCOUNT IT CAN BE CLEARED TO, AND THE SUSPENSE SCREEN
      *    CAN STILL RETURN IT TO THE SENDER
           EVALUATE WS-REASON-CODE
               WHEN SPACES
                   CONTINUE
               WHEN "R03"
                   PERFORM PARK-INWARD-ITEM
               WHEN OTHER
                   PERFORM WRITE-RETURN-ITEM
           END-EVALUATE.

       PARK-INWARD-ITEM.
           ADD 1 TO PARKED-COUNT
           ADD IC-AMOUNT TO PARKED-TOTAL

           MOVE "INWCRED " TO SK-SOURCE
           MOVE IC-REF TO SK-REF
           MOVE IC-ACC-NUMBER TO SK-ORIG-ACC
           MOVE IC-AMOUNT TO SK-AMOUNT
           MOVE IC-REMITTER TO SK-NARRATIVE
           MOVE "INWARD CREDIT ACCT CLOSED" TO SK-REASON
           CALL "SUSPPARK" USING SUSPPARK-AREA

           MOVE IC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING IC-ACC-NUMBER "  " WS-AMOUNT-EDIT "  " IC-REMITTER
               "  " IC-REF "  SUSPENSE " SK-ITEM-NO
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       CHECK-REFERENCE-NOT-POSTED.
      *    THE SAME REMITTER REFERENCE TO THE SAME ACCOUNT IS ONLY
      *    EVER CREDITED ONCE, WHICHEVER FILE IT ARRIVES ON
           MOVE "N" TO GUARD-EOF-FLAG

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE IC-ACC-NUMBER TO TL-ACC-NUMBER
               MOVE 0 TO TL-SEQ
               START TRANSACTION-LOG-FILE KEY IS NOT LESS THAN TL-KEY
                   INVALID KEY
                       MOVE "Y" TO GUARD-EOF-FLAG
               END-START
               PERFORM UNTIL GUARD-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO GUARD-EOF-FLAG
                       NOT AT END
                           IF TL-ACC-NUMBER NOT = IC-ACC-NUMBER
                               MOVE "Y" TO GUARD-EOF-FLAG
                           END-IF
                           IF TL-TYPE = "INWCRED "
                               AND TL-ACC-NUMBER = IC-ACC-NUMBER
                               AND TL-REF = IC-REF
                               MOVE "R07" TO WS-REASON-CODE
                               MOVE "Y" TO GUARD-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       POST-INWARD-CREDIT.
           ADD IC-AMOUNT TO BALANCE
           REWRITE ACCOUNT-REC

           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE ACC-NUMBER    TO TL-ACC-NUMBER
           MOVE "INWCRED "    TO TL-TYPE
           MOVE IC-AMOUNT     TO TL-AMOUNT
           MOVE BALANCE       TO TL-BALANCE
           MOVE WS-TIMESTAMP  TO TL-TIMESTAMP
           MOVE IC-REF        TO TL-REF
           MOVE SPACES        TO TL-ORIG-TYPE
           MOVE 0             TO TL-TELLER
           MOVE ACC-BRANCH    TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE

           ADD 1 TO POSTED-COUNT
           ADD IC-AMOUNT TO POSTED-TOTAL

           MOVE IC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING IC-ACC-NUMBER "  " WS-AMOUNT-EDIT "  " IC-REMITTER
               "  " IC-REF "  POSTED"
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       WRITE-RETURN-ITEM.
           ADD 1 TO RETURNED-COUNT
           IF IC-AMOUNT NUMERIC
               ADD IC-AMOUNT TO RETURNED-TOTAL
           END-IF

           MOVE IC-ACC-NUMBER TO RF-D-ACC
           IF IC-AMOUNT NUMERIC
               MOVE IC-AMOUNT TO RF-D-AMOUNT
           ELSE
               MOVE 0 TO RF-D-AMOUNT
           END-IF
           MOVE IC-REMITTER   TO RF-D-REMITTER
           MOVE IC-REF        TO RF-D-REF
           MOVE WS-REASON-CODE TO RF-D-REASON
           WRITE RETURN-LINE FROM RF-DETAIL-LINE

           SET RS-IDX TO 1
           SEARCH REASON-ENTRY
               WHEN RS-CODE (RS-IDX) = WS-REASON-CODE
                   ADD 1 TO RS-COUNT (RS-IDX)
           END-SEARCH

           MOVE RF-D-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING IC-ACC-NUMBER "  " WS-AMOUNT-EDIT "  " IC-REMITTER
               "  " IC-REF "  RETURN " WS-REASON-CODE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       OPEN-RETURN-FILE.
           MOVE SPACES TO WS-RETURN-FILENAME
           STRING "inward-returns-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           OPEN OUTPUT RETURN-FILE
           MOVE WS-DATE TO RF-H-DATE
           MOVE WS-SENDER TO RF-H-SENDER
           WRITE RETURN-LINE FROM RF-HEADER-LINE.

       CLOSE-RETURN-FILE.
      *    THE TRAILER LETS THE SENDER PROVE THE RETURN FILE AS WE
      *    PROVED THEIRS
           MOVE RETURNED-COUNT TO RF-T-COUNT
           MOVE RETURNED-TOTAL TO RF-T-HASH
           WRITE RETURN-LINE FROM RF-TRAILER-LINE
           CLOSE RETURN-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE FILE-COUNT TO WS-COUNT-EDIT
           MOVE FILE-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "TRAILER  : " WS-COUNT-EDIT " ITEMS  "
               WS-AMOUNT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE READ-COUNT TO WS-COUNT-EDIT
           MOVE READ-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "READ     : " WS-COUNT-EDIT " ITEMS  "
               WS-AMOUNT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE POSTED-COUNT TO WS-COUNT-EDIT
           MOVE POSTED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "POSTED   : " WS-COUNT-EDIT " ITEMS  "
               WS-AMOUNT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE RETURNED-COUNT TO WS-COUNT-EDIT
           MOVE RETURNED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "RETURNED : " WS-COUNT-EDIT " ITEMS  "
               WS-AMOUNT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE PARKED-COUNT TO WS-COUNT-EDIT
           MOVE PARKED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "SUSPENSE : " WS-COUNT-EDIT " ITEMS  "
               WS-AMOUNT-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 8
               IF RS-COUNT (RS-IDX) > 0
                   MOVE RS-COUNT (RS-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO RPT-DETAIL
                   STRING "   " RS-CODE (RS-IDX) " "
                       RS-DESC (RS-IDX) WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

      *    EVERY ITEM READ MUST BE POSTED, RETURNED OR PARKED
           IF IW-STATUS = "OK  "
               COMPUTE CONTROL-DIFF =
                   READ-TOTAL - POSTED-TOTAL - RETURNED-TOTAL
                   - PARKED-TOTAL
               MOVE SPACES TO RPT-DETAIL
               IF CONTROL-DIFF = 0
                   AND READ-COUNT =
                       POSTED-COUNT + RETURNED-COUNT + PARKED-COUNT
                   MOVE "CONTROL TOTALS AGREE" TO RPT-DETAIL
               ELSE
                   MOVE "CONTROL TOTALS DO NOT AGREE" TO RPT-DETAIL
                   MOVE "FAIL" TO IW-STATUS
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       OPEN-CONTROL-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "inward-credit-report-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "INWARD CREDITS " WS-DATE "  FROM " WS-SENDER
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "ACCOUNT       AMOUNT  REMITTER              REFERENCE"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

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
