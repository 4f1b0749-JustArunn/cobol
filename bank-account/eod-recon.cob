           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT LOG-SORT-FILE ASSIGN TO "tranlog-sort.tmp".

           SELECT EOD-CONTROL-FILE ASSIGN TO "eod-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BRANCH-CONTROL-FILE
           ASSIGN TO "eod-branch-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCTL-STATUS.

           SELECT IB-ENTRY-FILE ASSIGN TO "inter-branch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IB-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       SD LOG-SORT-FILE.
       COPY TRANLOG REPLACING
           ==TRANSACTION-LOG-REC== BY ==LOG-SORT-REC==
           LEADING ==TL== BY ==LS==.

       FD EOD-CONTROL-FILE.
       01 EOD-CONTROL-REC.
           05 EC-OPENING-DATE   PIC 9(8).
           05 EC-OPENING-TOTAL  PIC S9(9)V99.
           05 EC-SUSPENSE-TOTAL PIC 9(9)V99.
      *        OPEN SUSPENSE AT THE LAST RUN; SPACES ON A CONTROL
      *        RECORD WRITTEN BEFORE SUSPENSE WAS PROVED

      *    ONE CLOSING LINE PER BRANCH FROM THE LAST RUN; THE
      *    BRANCH OPENING BALANCES FOR THE NEXT
       FD BRANCH-CONTROL-FILE.
       01 BRANCH-CONTROL-REC.
           05 EB-DATE           PIC 9(8).
           05 EB-BRANCH         PIC 999.
           05 EB-CLOSING        PIC S9(9)V99.

       FD IB-ENTRY-FILE.
       COPY IBENTRY.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-BRCTL-STATUS   PIC X(2).
       01 WS-IB-STATUS      PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).

      *    TAMPER CHECK: THE LOG SEQUENCE MUST RUN GAPLESSLY FROM
      *    ITS FIRST SEQUENCED ENTRY; ANY GAP, DUPLICATE OR
      *    OUT-OF-ORDER NUMBER MEANS A LINE WAS DELETED, REPEATED
      *    OR HAND-EDITED AND THE DAY'S TOTALS CANNOT BE TRUSTED.
      *    THE LIVE LOG IS KEYED BY ACCOUNT, SO IT IS SORTED INTO
      *    SEQUENCE ORDER FOR THE CHECK
       01 WS-PREV-SEQ        PIC 9(9).
       01 WS-SEQ-SEEN-FLAG   PIC X.
       01 WS-SEQ-GAPS        PIC 9(5) VALUE 0.
       01 WS-TODAY-REV-CR PIC S9(9)V99 VALUE 0.
       01 WS-TODAY-REV-DR PIC S9(9)V99 VALUE 0.

      *    BRANCH PROOF: EACH BRANCH'S HOME ACCOUNTS MUST PROVE ON
      *    THEIR OWN. TRANSFERS COUNT HERE, UNLIKE IN THE BANK-WIDE
      *    TOTALS, AS ONE BETWEEN BRANCHES MOVES MONEY FROM ONE
      *    BRANCH'S BOOKS TO ANOTHER'S; THE INTER-BRANCH ENTRIES FOR
      *    THE DAY MUST NET TO ZERO ACROSS THE BANK. THE TABLE IS
      *    SUBSCRIPTED BY BRANCH CODE
       01 BRANCH-TOTALS-TABLE.
           05 BRANCH-ENTRY OCCURS 999 TIMES INDEXED BY BT-IDX.
               10 BT-USED      PIC X.
               10 BT-BASE-FLAG PIC X.
               10 BT-OPENING   PIC S9(9)V99.
               10 BT-CREDITS   PIC S9(9)V99.
               10 BT-DEBITS    PIC S9(9)V99.
               10 BT-REV-CR    PIC S9(9)V99.
               10 BT-REV-DR    PIC S9(9)V99.
               10 BT-CURRENT   PIC S9(9)V99.
               10 BT-MOVEMENT  PIC S9(9)V99.
               10 BT-DIFF      PIC S9(9)V99.
               10 BT-IB-NET    PIC S9(9)V99.
       01 WS-BRANCH          PIC 9(4).
       01 WS-BRANCH-ERRORS   PIC 9(3) VALUE 0.
       01 WS-IB-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-IB-COUNT        PIC 9(5) VALUE 0.
       01 BT-OPEN-EDIT       PIC -(9)9.99.
       01 BT-MOVE-EDIT       PIC -(9)9.99.
       01 BT-CURR-EDIT       PIC -(9)9.99.
       01 BT-DIFF-EDIT       PIC -(9)9.99.
       01 BT-IB-EDIT         PIC -(9)9.99.

       01 TELLER-TOTALS-COUNT  PIC 9(3) VALUE 0.
       01 TELLER-TOTALS-TABLE.
           05 TELLER-ENTRY OCCURS 1000 TIMES INDEXED BY TT-IDX.
               10 TT-BRANCH    PIC 999.
               10 TT-TELLER    PIC 999.
               10 TT-DEPOSITS  PIC S9(9)V99.
               10 TT-WITHDRAWALS PIC S9(9)V99.
       01 TT-DEP-EDIT          PIC -(9)9.99.
       01 TT-WDL-EDIT          PIC -(9)9.99.

      *    SUSPENSE PROOF: YESTERDAY'S OPEN SUSPENSE PLUS TODAY'S
      *    PARKINGS LESS TODAY'S CLEARANCES AND RETURNS MUST EQUAL
      *    WHAT IS OPEN ON THE LEDGER NOW
       COPY SUSPAGE.
       01 WS-SUSP-OPENING      PIC S9(9)V99 VALUE 0.
       01 WS-SUSP-EXPECTED     PIC S9(9)V99 VALUE 0.
       01 WS-SUSP-DIFF         PIC S9(9)V99 VALUE 0.
       01 WS-SUSP-BASE-FLAG    PIC X.
       01 WS-BAND              PIC 9.
       01 SA-BAND-EDIT         PIC -(9)9.99.
       01 BAND-LABELS-VALUES.
           05 FILLER PIC X(12) VALUE "0-7 DAYS    ".
           05 FILLER PIC X(12) VALUE "8-30 DAYS   ".
           05 FILLER PIC X(12) VALUE "31+ DAYS    ".
       01 BAND-LABELS REDEFINES BAND-LABELS-VALUES.
           05 BAND-LABEL OCCURS 3 TIMES PIC X(12).

       COPY RPTWS.
       01 RPT-EOD-LINE.
           05 RE-LABEL      PIC X(22).

           MOVE WS-DISCREPANCY TO ER-DISCREPANCY
           IF WS-DISCREPANCY = 0 AND WS-SEQ-ERRORS = 0
               AND WS-SUSP-DIFF = 0
               AND WS-BRANCH-ERRORS = 0 AND WS-IB-TOTAL = 0
               MOVE "PASS" TO ER-RESULT
           ELSE
               MOVE "FAIL" TO ER-RESULT

           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG-FILE
               SORT LOG-SORT-FILE
                   ON ASCENDING KEY LS-SEQ
                   USING TRANSACTION-LOG-FILE
                   OUTPUT PROCEDURE IS CHECK-SORTED-SEQUENCE
           END-IF

           COMPUTE WS-SEQ-ERRORS =
                   "CANNOT BE TRUSTED ***"
           END-IF.

       CHECK-SORTED-SEQUENCE.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               RETURN LOG-SORT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-SEQUENCE
               END-RETURN
           END-PERFORM.

       CHECK-ONE-SEQUENCE.
           IF LS-SEQ = 0
               ADD 1 TO WS-SEQ-UNSEQ
           ELSE
               IF WS-SEQ-SEEN-FLAG = "N"
                   MOVE "Y" TO WS-SEQ-SEEN-FLAG
                   MOVE LS-SEQ TO WS-PREV-SEQ
               ELSE
                   EVALUATE TRUE
                       WHEN LS-SEQ = WS-PREV-SEQ + 1
                           MOVE LS-SEQ TO WS-PREV-SEQ
                       WHEN LS-SEQ = WS-PREV-SEQ
                           ADD 1 TO WS-SEQ-DUPS
                       WHEN LS-SEQ < WS-PREV-SEQ
                           ADD 1 TO WS-SEQ-OOO
                       WHEN OTHER
                           ADD 1 TO WS-SEQ-GAPS
                           MOVE LS-SEQ TO WS-PREV-SEQ
                   END-EVALUATE
               END-IF
           END-IF.
               PERFORM VARYING TT-IDX FROM 1 BY 1
                       UNTIL TT-IDX > TELLER-TOTALS-COUNT
                   IF TT-TELLER (TT-IDX) = TL-TELLER
                       AND TT-BRANCH (TT-IDX) = TL-BRANCH
                       MOVE "Y" TO TELLER-FOUND-FLAG
                       IF TL-TYPE = "DEPOSIT "
                           ADD TL-AMOUNT TO TT-DEPOSITS (TT-IDX)
                   ADD 1 TO TELLER-TOTALS-COUNT
                   SET TT-IDX TO TELLER-TOTALS-COUNT
                   MOVE TL-TELLER TO TT-TELLER (TT-IDX)
                   MOVE TL-BRANCH TO TT-BRANCH (TT-IDX)
                   MOVE 0 TO TT-DEPOSITS (TT-IDX)
                   MOVE 0 TO TT-WITHDRAWALS (TT-IDX)
                   IF TL-TYPE = "DEPOSIT "
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-SUSPENSE-SECTION

           PERFORM WRITE-BRANCH-SECTION

           IF WS-DISCREPANCY = 0 AND WS-SEQ-ERRORS = 0
               AND WS-SUSP-DIFF = 0
               AND WS-BRANCH-ERRORS = 0 AND WS-IB-TOTAL = 0
               MOVE "RESULT: PASS" TO RPT-DETAIL
           ELSE
               MOVE "RESULT: FAIL" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           IF TELLER-TOTALS-COUNT > 0
               MOVE "BRANCH TELLER  DEPOSITS       WITHDRAWALS"
                   TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING TT-IDX FROM 1 BY 1
                   MOVE TT-DEPOSITS (TT-IDX) TO TT-DEP-EDIT
                   MOVE TT-WITHDRAWALS (TT-IDX) TO TT-WDL-EDIT
                   MOVE SPACES TO RPT-DETAIL
                   STRING TT-BRANCH (TT-IDX) "    "
                       TT-TELLER (TT-IDX) "     "
                       TT-DEP-EDIT "  " TT-WDL-EDIT
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       WRITE-SUSPENSE-SECTION.
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "SUSPENSE OPENING    :" TO RE-LABEL
           MOVE WS-SUSP-OPENING TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "PARKED TODAY        :" TO RE-LABEL
           MOVE SA-PARKED-TODAY TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "CLEARED TODAY       :" TO RE-LABEL
           MOVE SA-CLEARED-TODAY TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "RETURNED TODAY      :" TO RE-LABEL
           MOVE SA-RETURNED-TODAY TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "SUSPENSE OPEN NOW   :" TO RE-LABEL
           MOVE SA-OPEN-TOTAL TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "SUSPENSE DIFFERENCE :" TO RE-LABEL
           MOVE WS-SUSP-DIFF TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE "SUSPENSE AGEING  ITEMS         AMOUNT"
               TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               MOVE SA-BAND-AMOUNT (WS-BAND) TO SA-BAND-EDIT
               MOVE SPACES TO RPT-DETAIL
               STRING "  " BAND-LABEL (WS-BAND) "  "
                   SA-BAND-COUNT (WS-BAND) "  " SA-BAND-EDIT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       PROVE-SUSPENSE.
           MOVE WS-DATE TO SA-AS-OF-DATE
           CALL "SUSPAGE" USING SUSPAGE-AREA

           IF WS-SUSP-BASE-FLAG = "N"
               COMPUTE WS-SUSP-OPENING = SA-OPEN-TOTAL
                   - SA-PARKED-TODAY + SA-CLEARED-TODAY
                   + SA-RETURNED-TODAY
           END-IF

           COMPUTE WS-SUSP-EXPECTED = WS-SUSP-OPENING
               + SA-PARKED-TODAY - SA-CLEARED-TODAY
               - SA-RETURNED-TODAY
           COMPUTE WS-SUSP-DIFF = SA-OPEN-TOTAL - WS-SUSP-EXPECTED

           DISPLAY " "
           DISPLAY "SUSPENSE OPENING    : " WS-SUSP-OPENING
           DISPLAY "PARKED TODAY        : " SA-PARKED-TODAY
           DISPLAY "CLEARED TODAY       : " SA-CLEARED-TODAY
           DISPLAY "RETURNED TODAY      : " SA-RETURNED-TODAY
           DISPLAY "SUSPENSE OPEN NOW   : " SA-OPEN-TOTAL
           DISPLAY "SUSPENSE DIFFERENCE : " WS-SUSP-DIFF
           DISPLAY "SUSPENSE AGEING  ITEMS         AMOUNT"
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               MOVE SA-BAND-AMOUNT (WS-BAND) TO SA-BAND-EDIT
               DISPLAY "  " BAND-LABEL (WS-BAND) "  "
                   SA-BAND-COUNT (WS-BAND) "  " SA-BAND-EDIT
           END-PERFORM
           IF WS-SUSP-DIFF NOT = 0
               DISPLAY "*** SUSPENSE DOES NOT PROVE ***"
           END-IF.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           MOVE 0 TO TELLER-TOTALS-COUNT
           MOVE 0 TO WS-OPENING-TOTAL
           MOVE "N" TO WS-HAVE-BASELINE
           MOVE 0 TO WS-SUSP-OPENING
           MOVE "N" TO WS-SUSP-BASE-FLAG
           INITIALIZE BRANCH-TOTALS-TABLE
           MOVE 0 TO WS-BRANCH-ERRORS
           MOVE 0 TO WS-IB-TOTAL
           MOVE 0 TO WS-IB-COUNT

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "35"
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               ADD BALANCE TO WS-CURRENT-TOTAL
                               PERFORM SET-ACCOUNT-BRANCH
                               ADD BALANCE TO BT-CURRENT (WS-BRANCH)
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF

      *    THE ACCOUNT MASTER STAYS OPEN THROUGH THE LOG PASS SO
      *    EACH ENTRY CAN BE CHARGED TO ITS ACCOUNT'S HOME BRANCH
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-DATE * 1000000
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
                           IF TL-TIMESTAMP (1:8) > WS-DATE
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                           IF TL-TIMESTAMP (1:8) = WS-DATE
                               EVALUATE TL-TYPE
                                   WHEN "DEPOSIT "
                                   WHEN "INTEREST"
                                   WHEN "LOANDISB"
                                   WHEN "TDPAYOUT"
                                   WHEN "SUSPCLR "
                                   WHEN "SWEEPIN "
                                   WHEN "INWCRED "
                                   WHEN "CHQLODGE"
                                   WHEN "CHGWAIVE"
                                   WHEN "FEEBANK "
                                       ADD TL-AMOUNT
                                           TO WS-TODAY-DEPOSITS
                                   WHEN "WITHDRAW"
                                   WHEN "ODINTCHG"
                                   WHEN "CLOSURE "
                                   WHEN "EMIDEBIT"
                                   WHEN "LOANPREP"
                                   WHEN "SWEEPOUT"
                                   WHEN "CHQRTN  "
                                   WHEN "TDS     "
                                   WHEN "SVCCHG  "
                                       ADD TL-AMOUNT
                                           TO WS-TODAY-WITHDRAWALS
                                   WHEN "REVERSAL"
                                   OR TL-TYPE = "WITHDRAW"
                                   PERFORM ACCUMULATE-TELLER-TOTAL
                               END-IF
                               PERFORM ACCUMULATE-BRANCH-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               CLOSE ACCOUNT-FILE
           END-IF

           PERFORM SUM-INTER-BRANCH-ENTRIES

           OPEN INPUT EOD-CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
                       ELSE
                           MOVE EC-OPENING-TOTAL TO WS-OPENING-TOTAL
                           MOVE "Y" TO WS-HAVE-BASELINE
                           IF EC-SUSPENSE-TOTAL NUMERIC
                               MOVE EC-SUSPENSE-TOTAL
                                   TO WS-SUSP-OPENING
                               MOVE "Y" TO WS-SUSP-BASE-FLAG
                           END-IF
                       END-IF
               END-READ
               CLOSE EOD-CONTROL-FILE
           DISPLAY "ACTUAL LEDGER TOTAL : " WS-CURRENT-TOTAL
           DISPLAY "DISCREPANCY         : " WS-DISCREPANCY

           PERFORM PROVE-SUSPENSE
           PERFORM PROVE-BRANCHES

           IF WS-DISCREPANCY = 0 AND WS-SUSP-DIFF = 0
               AND WS-BRANCH-ERRORS = 0 AND WS-IB-TOTAL = 0
               DISPLAY "RESULT: PASS"
           ELSE
               DISPLAY "RESULT: FAIL"

           IF TELLER-TOTALS-COUNT > 0
               DISPLAY " "
               DISPLAY "BRANCH TELLER  DEPOSITS       WITHDRAWALS"
               PERFORM VARYING TT-IDX FROM 1 BY 1
                       UNTIL TT-IDX > TELLER-TOTALS-COUNT
                   MOVE TT-DEPOSITS (TT-IDX) TO TT-DEP-EDIT
                   MOVE TT-WITHDRAWALS (TT-IDX) TO TT-WDL-EDIT
                   DISPLAY TT-BRANCH (TT-IDX) "    "
                       TT-TELLER (TT-IDX) "     "
                       TT-DEP-EDIT "  " TT-WDL-EDIT
               END-PERFORM
           END-IF
           OPEN OUTPUT EOD-CONTROL-FILE
           MOVE WS-DATE TO EC-OPENING-DATE
           MOVE WS-CURRENT-TOTAL TO EC-OPENING-TOTAL
           MOVE SA-OPEN-TOTAL TO EC-SUSPENSE-TOTAL
           WRITE EOD-CONTROL-REC
           CLOSE EOD-CONTROL-FILE

           OPEN OUTPUT BRANCH-CONTROL-FILE
           PERFORM VARYING WS-BRANCH FROM 1 BY 1 UNTIL WS-BRANCH > 999
               IF BT-USED (WS-BRANCH) = "Y"
                   MOVE WS-DATE TO EB-DATE
                   MOVE WS-BRANCH TO EB-BRANCH
                   MOVE BT-CURRENT (WS-BRANCH) TO EB-CLOSING
                   WRITE BRANCH-CONTROL-REC
               END-IF
           END-PERFORM
           CLOSE BRANCH-CONTROL-FILE.

       SET-ACCOUNT-BRANCH.
      *    AN ACCOUNT WITH NO BRANCH ON IT BELONGS TO THE HEAD OFFICE
           IF ACC-BRANCH NUMERIC AND ACC-BRANCH > 0
               MOVE ACC-BRANCH TO WS-BRANCH
           ELSE
               MOVE 1 TO WS-BRANCH
           END-IF
           MOVE "Y" TO BT-USED (WS-BRANCH).

       ACCUMULATE-BRANCH-MOVEMENT.
           MOVE TL-ACC-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO ACC-BRANCH
           END-READ
           PERFORM SET-ACCOUNT-BRANCH

           EVALUATE TL-TYPE
               WHEN "DEPOSIT "
               WHEN "SALARY  "
               WHEN "INTEREST"
               WHEN "LOANDISB"
               WHEN "TDPAYOUT"
               WHEN "SUSPCLR "
               WHEN "SWEEPIN "
               WHEN "INWCRED "
               WHEN "CHQLODGE"
               WHEN "CHGWAIVE"
               WHEN "FEEBANK "
               WHEN "XFER-IN "
               WHEN "SO-IN   "
                   ADD TL-AMOUNT TO BT-CREDITS (WS-BRANCH)
               WHEN "WITHDRAW"
               WHEN "TDOPEN  "
               WHEN "CHQPAID "
               WHEN "ODINTCHG"
               WHEN "CLOSURE "
               WHEN "EMIDEBIT"
               WHEN "LOANPREP"
               WHEN "SWEEPOUT"
               WHEN "CHQRTN  "
               WHEN "TDS     "
               WHEN "SVCCHG  "
               WHEN "XFER-OUT"
               WHEN "SO-OUT  "
                   ADD TL-AMOUNT TO BT-DEBITS (WS-BRANCH)
               WHEN "REVERSAL"
                   EVALUATE TL-ORIG-TYPE
                       WHEN "DEPOSIT "
                       WHEN "XFER-IN "
                       WHEN "SALARY  "
                       WHEN "SO-IN   "
                       WHEN "INTEREST"
                       WHEN "LOANDISB"
                           ADD TL-AMOUNT TO BT-REV-CR (WS-BRANCH)
                       WHEN OTHER
                           ADD TL-AMOUNT TO BT-REV-DR (WS-BRANCH)
                   END-EVALUATE
           END-EVALUATE.

       SUM-INTER-BRANCH-ENTRIES.
           OPEN INPUT IB-ENTRY-FILE
           IF WS-IB-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ IB-ENTRY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF IB-DATE = WS-DATE
                               AND IB-BRANCH > 0
                               ADD 1 TO WS-IB-COUNT
                               ADD IB-AMOUNT TO WS-IB-TOTAL
                               ADD IB-AMOUNT
                                   TO BT-IB-NET (IB-BRANCH)
                               MOVE "Y" TO BT-USED (IB-BRANCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IB-ENTRY-FILE
           END-IF.

       PROVE-BRANCHES.
      *    OPENING FOR EACH BRANCH IS ITS CLOSING FROM THE LAST RUN;
      *    A BRANCH WITH NO CLOSING ON FILE (NEW, OR A RERUN TODAY)
      *    HAS ITS OPENING DERIVED BACK FROM TODAY'S MOVEMENTS
           OPEN INPUT BRANCH-CONTROL-FILE
           IF WS-BRCTL-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BRANCH-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EB-DATE NOT = WS-DATE
                               AND EB-BRANCH > 0
                               MOVE EB-CLOSING
                                   TO BT-OPENING (EB-BRANCH)
                               MOVE "Y" TO BT-BASE-FLAG (EB-BRANCH)
                               MOVE "Y" TO BT-USED (EB-BRANCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-CONTROL-FILE
           END-IF

           DISPLAY " "
           DISPLAY "BRANCH      OPENING      MOVEMENT        ACTUAL"
               "    DIFFERENCE  INTER-BRANCH"
           PERFORM VARYING WS-BRANCH FROM 1 BY 1 UNTIL WS-BRANCH > 999
               IF BT-USED (WS-BRANCH) = "Y"
                   PERFORM PROVE-ONE-BRANCH
               END-IF
           END-PERFORM

           MOVE WS-IB-TOTAL TO BT-IB-EDIT
           DISPLAY "INTER-BRANCH ENTRIES: " WS-IB-COUNT
               "  NET " BT-IB-EDIT
           IF WS-IB-TOTAL NOT = 0
               DISPLAY "*** INTER-BRANCH ENTRIES DO NOT NET TO "
                   "ZERO ***"
           END-IF
           IF WS-BRANCH-ERRORS > 0
               DISPLAY "*** " WS-BRANCH-ERRORS
                   " BRANCH(ES) DO NOT PROVE ***"
           END-IF.

       PROVE-ONE-BRANCH.
           COMPUTE BT-MOVEMENT (WS-BRANCH) =
               BT-CREDITS (WS-BRANCH) - BT-DEBITS (WS-BRANCH)
               - BT-REV-CR (WS-BRANCH) + BT-REV-DR (WS-BRANCH)
           IF BT-BASE-FLAG (WS-BRANCH) NOT = "Y"
               COMPUTE BT-OPENING (WS-BRANCH) =
                   BT-CURRENT (WS-BRANCH) - BT-MOVEMENT (WS-BRANCH)
           END-IF
           COMPUTE BT-DIFF (WS-BRANCH) = BT-CURRENT (WS-BRANCH)
               - BT-OPENING (WS-BRANCH) - BT-MOVEMENT (WS-BRANCH)
           IF BT-DIFF (WS-BRANCH) NOT = 0
               ADD 1 TO WS-BRANCH-ERRORS
           END-IF

           PERFORM EDIT-BRANCH-LINE
           DISPLAY RPT-DETAIL.

       EDIT-BRANCH-LINE.
           MOVE BT-OPENING (WS-BRANCH) TO BT-OPEN-EDIT
           MOVE BT-MOVEMENT (WS-BRANCH) TO BT-MOVE-EDIT
           MOVE BT-CURRENT (WS-BRANCH) TO BT-CURR-EDIT
           MOVE BT-DIFF (WS-BRANCH) TO BT-DIFF-EDIT
           MOVE BT-IB-NET (WS-BRANCH) TO BT-IB-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING WS-BRANCH (2:3) "   " BT-OPEN-EDIT " " BT-MOVE-EDIT
               " " BT-CURR-EDIT " " BT-DIFF-EDIT " " BT-IB-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL.

       WRITE-BRANCH-SECTION.
           MOVE "BRANCH      OPENING      MOVEMENT        ACTUAL"
               & "    DIFFERENCE  INTER-BRANCH" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BRANCH FROM 1 BY 1 UNTIL WS-BRANCH > 999
               IF BT-USED (WS-BRANCH) = "Y"
                   PERFORM EDIT-BRANCH-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-EOD-LINE
           MOVE "CONSOLIDATED ACTUAL :" TO RE-LABEL
           MOVE WS-CURRENT-TOTAL TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-EOD-LINE
           MOVE "INTER-BRANCH NET    :" TO RE-LABEL
           MOVE WS-IB-TOTAL TO RE-AMOUNT
           MOVE RPT-EOD-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "BRANCHES NOT PROVING: " WS-BRANCH-ERRORS
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.
