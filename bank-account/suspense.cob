       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSPENSE-TEMP-FILE ASSIGN TO "suspense.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-RETURN-FILE ASSIGN TO "suspense-returns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

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

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD SUSPENSE-FILE.
       COPY SUSPENSE.

       FD SUSPENSE-TEMP-FILE.
       COPY SUSPENSE REPLACING
           ==SUSPENSE-REC== BY ==SUSPENSE-TEMP-REC==
           LEADING ==SU== BY ==SV==.

       FD SUSP-RETURN-FILE.
       01 SUSP-RETURN-LINE PIC X(80).

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X.
       01 POST-OK-FLAG      PIC X.
       01 WS-SUSP-STATUS    PIC X(2).
       01 WS-RETURN-STATUS  PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 LIST-COUNT        PIC 9(5).
       01 LIST-TOTAL        PIC 9(9)V99.
       01 WS-AMOUNT-EDIT    PIC Z(6)9.99.
       01 WS-TOTAL-EDIT     PIC Z(8)9.99.
       01 WS-AGE-DAYS       PIC S9(7).
       01 WS-AGE-EDIT       PIC ZZZZ9.
       01 WS-BAND           PIC 9.
       01 CONFIRM-ANSWER    PIC X.

       01 WS-SUSP-FILENAME  PIC X(20) VALUE "suspense.dat".
       01 WS-SUSP-TEMP-FILENAME PIC X(20) VALUE "suspense.tmp".

      *    THE ITEM BEING WORKED, HELD WHILE THE LEDGER IS REWRITTEN
       01 PICK-ITEM-NO      PIC 9(6).
       01 PICK-TARGET-ACC   PIC 9(5).
       01 PICK-NEW-STATUS   PIC X(8).
       01 HOLD-SUSPENSE-REC PIC X(119).
       01 HOLD-ITEM REDEFINES HOLD-SUSPENSE-REC.
           05 HI-ITEM-NO      PIC 9(6).
           05 HI-SOURCE       PIC X(8).
           05 HI-REF          PIC X(14).
           05 HI-ORIG-ACC     PIC 9(5).
           05 HI-AMOUNT       PIC 9(7)V99.
           05 HI-NARRATIVE    PIC X(20).
           05 HI-REASON       PIC X(25).
           05 HI-PARK-DATE    PIC 9(8).
           05 FILLER          PIC X(24).

       01 BAND-LABELS-VALUES.
           05 FILLER PIC X(12) VALUE "0-7 DAYS    ".
           05 FILLER PIC X(12) VALUE "8-30 DAYS   ".
           05 FILLER PIC X(12) VALUE "31+ DAYS    ".
       01 BAND-LABELS REDEFINES BAND-LABELS-VALUES.
           05 BAND-LABEL OCCURS 3 TIMES PIC X(12).

       01 SR-ADVICE-LINE.
           05 SR-DATE        PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-ITEM-NO     PIC 9(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-SOURCE      PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-REF         PIC X(14).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-ORIG-ACC    PIC 9(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-NARRATIVE   PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 SR-BY          PIC 999.

       COPY SIGNONWS.
       COPY PERCHK.
       COPY CHKDGT.
       COPY ACTJRNL.
       COPY SUSPAGE.
       COPY RPTWS.

       01 VER-ACC-IN        PIC 9(5).
       01 VER-ACC-OK        PIC X.
       01 VER-ANSWER        PIC X.

       PROCEDURE DIVISION.

      *    SUSPENSE LEDGER: CREDITS THE BATCH RUNS COULD NOT APPLY
      *    ARE PARKED ON SUSPENSE.DAT BY SUSPPARK. STAFF CLEAR EACH
      *    ONE TO THE RIGHT ACCOUNT THROUGH THE LOG, OR RETURN IT TO
      *    WHERE IT CAME FROM; NOTHING IS EVER DELETED FROM THE FILE
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 5

               DISPLAY " "
               DISPLAY "===== SUSPENSE LEDGER ====="
               DISPLAY "1. LIST OPEN SUSPENSE ITEMS"
               DISPLAY "2. CLEAR AN ITEM TO AN ACCOUNT"
               DISPLAY "3. RETURN AN ITEM"
               DISPLAY "4. SUSPENSE AGEING REPORT"
               DISPLAY "5. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM LIST-OPEN-ITEMS
                   WHEN 2
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM CLEAR-SUSPENSE-ITEM
                       END-IF
                   WHEN 3
                       PERFORM CHECK-PERIOD-OPEN
                       IF PK-RESULT = "O"
                           PERFORM RETURN-SUSPENSE-ITEM
                       END-IF
                   WHEN 4 PERFORM SUSPENSE-AGEING-REPORT
               END-EVALUATE

           END-PERFORM

           STOP RUN.

      *    NOTHING MAY BE POSTED WHILE TODAY'S ACCOUNTING MONTH
      *    STANDS CLOSED; A SUPERVISOR MUST REOPEN IT IN PERCLOSE
       CHECK-PERIOD-OPEN.
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NO POSTINGS"
           END-IF.

       LIST-OPEN-ITEMS.
           MOVE 0 TO LIST-COUNT
           MOVE 0 TO LIST-TOTAL

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               DISPLAY "NO SUSPENSE ITEMS ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "ITEM   SOURCE   REFERENCE      ACCOUNT"
                   "     AMOUNT  PARKED    REASON"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SU-STATUS = "OPEN    "
                               ADD 1 TO LIST-COUNT
                               ADD SU-AMOUNT TO LIST-TOTAL
                               MOVE SU-AMOUNT TO WS-AMOUNT-EDIT
                               DISPLAY SU-ITEM-NO " " SU-SOURCE " "
                                   SU-REF " " SU-ORIG-ACC " "
                                   WS-AMOUNT-EDIT "  " SU-PARK-DATE
                                   "  " SU-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE

               MOVE LIST-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "OPEN ITEMS: " LIST-COUNT "   TOTAL: "
                   WS-TOTAL-EDIT
           END-IF.

       CLEAR-SUSPENSE-ITEM.
           DISPLAY "SUSPENSE ITEM NUMBER:"
           ACCEPT PICK-ITEM-NO

           PERFORM FIND-OPEN-ITEM
           IF FOUND-FLAG = "N"
               DISPLAY "NO OPEN SUSPENSE ITEM " PICK-ITEM-NO
           ELSE
               PERFORM SHOW-HELD-ITEM
               PERFORM CLEAR-SUSPENSE-ITEM-BODY
           END-IF.

       CLEAR-SUSPENSE-ITEM-BODY.
      *    TL-AMOUNT CARRIES FIVE WHOLE DIGITS; A LARGER ITEM
      *    CANNOT BE POSTED FAITHFULLY AND HAS TO BE RETURNED
           IF HI-AMOUNT > 99999.99
               DISPLAY "ITEM EXCEEDS THE POSTING LIMIT - RETURN IT "
                   "INSTEAD"
           ELSE
               DISPLAY "ACCOUNT TO CREDIT (0 = " HI-ORIG-ACC "):"
               ACCEPT PICK-TARGET-ACC
               IF PICK-TARGET-ACC = 0
                   MOVE HI-ORIG-ACC TO PICK-TARGET-ACC
               END-IF

               MOVE PICK-TARGET-ACC TO VER-ACC-IN
               PERFORM VERIFY-KEYED-ACC
               IF VER-ACC-OK = "N" OR PICK-TARGET-ACC = 0
                   DISPLAY "ITEM NOT CLEARED"
               ELSE
                   PERFORM POST-SUSPENSE-CLEARANCE
               END-IF
           END-IF.

       POST-SUSPENSE-CLEARANCE.
      *    THE RECEIVING ACCOUNT MUST BE ABLE TO TAKE A CREDIT ON
      *    THE SAME TERMS AS AN INWARD CREDIT
           MOVE "N" TO POST-OK-FLAG

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE PICK-TARGET-ACC TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT ON FILE"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACC-CLOSED-FLAG = "C"
                               DISPLAY "ACCOUNT IS CLOSED"
                           WHEN ACC-DORMANT-FLAG = "D"
                               DISPLAY "ACCOUNT IS DORMANT"
                           WHEN ACC-FREEZE-FLAG = "F"
                               DISPLAY "ACCOUNT IS FROZEN"
                           WHEN OTHER
                               DISPLAY "CREDIT " HI-AMOUNT " TO "
                                   ACC-NUMBER " " ACC-NAME "? (Y/N):"
                               ACCEPT CONFIRM-ANSWER
                               IF CONFIRM-ANSWER = "Y"
                                   PERFORM CREDIT-TARGET-ACCOUNT
                               END-IF
                       END-EVALUATE
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
           END-IF

           IF POST-OK-FLAG = "Y"
               MOVE "CLEARED " TO PICK-NEW-STATUS
               PERFORM SETTLE-SUSPENSE-ITEM

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "SUSPMAINT   " TO AJ-PROGRAM
               MOVE "SUSP CLEAR  " TO AJ-ACTION
               MOVE PICK-ITEM-NO TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               DISPLAY "ITEM " PICK-ITEM-NO " CLEARED TO ACCOUNT "
                   PICK-TARGET-ACC
           ELSE
               DISPLAY "ITEM NOT CLEARED"
           END-IF.

       CREDIT-TARGET-ACCOUNT.
           ADD HI-AMOUNT TO BALANCE
           REWRITE ACCOUNT-REC

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE ACC-NUMBER    TO TL-ACC-NUMBER
           MOVE "SUSPCLR "    TO TL-TYPE
           MOVE HI-AMOUNT     TO TL-AMOUNT
           MOVE BALANCE       TO TL-BALANCE
           MOVE WS-TIMESTAMP  TO TL-TIMESTAMP
           MOVE SPACES        TO TL-REF
           STRING "SUSP" PICK-ITEM-NO DELIMITED BY SIZE INTO TL-REF
           MOVE SPACES        TO TL-ORIG-TYPE
           MOVE SIGNON-EMP-ID TO TL-TELLER
           MOVE SIGNON-BRANCH TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE

           MOVE "Y" TO POST-OK-FLAG.

       RETURN-SUSPENSE-ITEM.
      *    A RETURNED ITEM GOES BACK THE WAY IT CAME - TO PAYROLL,
      *    TO THE FORMER ACCOUNT HOLDER, OR TO THE REMITTING BANK -
      *    FROM THE ADVICE LINE WRITTEN TO SUSPENSE-RETURNS.DAT
           DISPLAY "SUSPENSE ITEM NUMBER:"
           ACCEPT PICK-ITEM-NO

           PERFORM FIND-OPEN-ITEM
           IF FOUND-FLAG = "N"
               DISPLAY "NO OPEN SUSPENSE ITEM " PICK-ITEM-NO
           ELSE
               PERFORM SHOW-HELD-ITEM
               DISPLAY "RETURN THIS ITEM TO ITS SOURCE? (Y/N):"
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y"
                   MOVE 0 TO PICK-TARGET-ACC
                   MOVE "RETURNED" TO PICK-NEW-STATUS
                   PERFORM SETTLE-SUSPENSE-ITEM
                   PERFORM WRITE-RETURN-ADVICE

                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "SUSPMAINT   " TO AJ-PROGRAM
                   MOVE "SUSP RETURN " TO AJ-ACTION
                   MOVE PICK-ITEM-NO TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA

                   DISPLAY "ITEM " PICK-ITEM-NO " RETURNED"
               ELSE
                   DISPLAY "ITEM NOT RETURNED"
               END-IF
           END-IF.

       WRITE-RETURN-ADVICE.
           OPEN EXTEND SUSP-RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT SUSP-RETURN-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO SR-DATE
           MOVE HI-ITEM-NO TO SR-ITEM-NO
           MOVE HI-SOURCE TO SR-SOURCE
           MOVE HI-REF TO SR-REF
           MOVE HI-ORIG-ACC TO SR-ORIG-ACC
           MOVE HI-AMOUNT TO SR-AMOUNT
           MOVE HI-NARRATIVE TO SR-NARRATIVE
           MOVE SIGNON-EMP-ID TO SR-BY
           WRITE SUSP-RETURN-LINE FROM SR-ADVICE-LINE

           CLOSE SUSP-RETURN-FILE.

       FIND-OPEN-ITEM.
           MOVE "N" TO FOUND-FLAG

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SU-ITEM-NO = PICK-ITEM-NO
                               AND SU-STATUS = "OPEN    "
                               MOVE SUSPENSE-REC TO HOLD-SUSPENSE-REC
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       SHOW-HELD-ITEM.
           MOVE HI-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY " "
           DISPLAY "ITEM      : " HI-ITEM-NO
           DISPLAY "SOURCE    : " HI-SOURCE "  REF " HI-REF
           DISPLAY "MEANT FOR : " HI-ORIG-ACC "  " HI-NARRATIVE
           DISPLAY "AMOUNT    : " WS-AMOUNT-EDIT
           DISPLAY "REASON    : " HI-REASON
           DISPLAY "PARKED ON : " HI-PARK-DATE.

       SETTLE-SUSPENSE-ITEM.
      *    THE ITEM IS CLOSED OFF IN PLACE; EVERY OTHER LINE IS
      *    COPIED ACROSS UNCHANGED
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-TEMP-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SU-ITEM-NO = PICK-ITEM-NO
                           AND SU-STATUS = "OPEN    "
                           MOVE PICK-NEW-STATUS TO SU-STATUS
                           MOVE WS-DATE TO SU-ACTION-DATE
                           MOVE PICK-TARGET-ACC TO SU-TARGET-ACC
                           MOVE SIGNON-EMP-ID TO SU-ACTION-BY
                       END-IF
                       MOVE SUSPENSE-REC TO SUSPENSE-TEMP-REC
                       WRITE SUSPENSE-TEMP-REC
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES SUSPENSE.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-SUSP-TEMP-FILENAME
               WS-SUSP-FILENAME.

       SUSPENSE-AGEING-REPORT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "suspense-ageing-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SUSPENSE AGEING  AS AT " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMNS
           STRING "ITEM   SOURCE   REFERENCE      ACCOUNT     AMOUNT"
               "  PARKED     DAYS" DELIMITED BY SIZE
               INTO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SU-STATUS = "OPEN    "
                               PERFORM WRITE-AGEING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF

           MOVE WS-DATE TO SA-AS-OF-DATE
           CALL "SUSPAGE" USING SUSPAGE-AREA

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               MOVE SA-BAND-AMOUNT (WS-BAND) TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-DETAIL
               STRING BAND-LABEL (WS-BAND) "ITEMS "
                   SA-BAND-COUNT (WS-BAND) "  AMOUNT " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               DISPLAY RPT-DETAIL
           END-PERFORM
           MOVE SA-OPEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "TOTAL       ITEMS " SA-OPEN-COUNT "  AMOUNT "
               WS-TOTAL-EDIT DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       WRITE-AGEING-LINE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-DATE)
               - FUNCTION INTEGER-OF-DATE (SU-PARK-DATE)
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SU-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING SU-ITEM-NO " " SU-SOURCE " " SU-REF " "
               SU-ORIG-ACC "  " WS-AMOUNT-EDIT "  " SU-PARK-DATE
               "  " WS-AGE-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       VERIFY-KEYED-ACC.
      *    A TRANSPOSED DIGIT FAILS THE CHECK AT THE KEYBOARD;
      *    NUMBERS ISSUED BEFORE THE CHECK-DIGIT SCHEME MAY BE
      *    ACCEPTED DELIBERATELY AFTER THE WARNING
           MOVE "Y" TO VER-ACC-OK
           MOVE "V" TO CD-ACTION
           MOVE VER-ACC-IN TO CD-ACC-NUMBER
           CALL "CHECKDGT" USING CHKDGT-AREA
           IF CD-OK-FLAG = "N"
               DISPLAY "CHECK DIGIT DOES NOT VERIFY FOR "
                   VER-ACC-IN
               DISPLAY "ACCEPT AS A LEGACY NUMBER? (Y/N):"
               ACCEPT VER-ANSWER
               IF VER-ANSWER NOT = "Y"
                   MOVE "N" TO VER-ACC-OK
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
