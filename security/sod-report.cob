       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT RULES-FILE ASSIGN TO "sod-rules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT AMEND-LOG-FILE ASSIGN TO "acct-amend-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-LOG-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "teller-drawers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRAWER-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ACTIVITY-JOURNAL-FILE
           ASSIGN TO "operator-activity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SOD-SORT-FILE ASSIGN TO "sod-report.srt".

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD RULES-FILE.
       01 SOD-RULE-REC.
           05 SR-RULE        PIC X(8).
           05 SR-ACTIVE      PIC X.
      *        Y = APPLY THE RULE, N = LEAVE IT OUT OF THE RUN
           05 SR-THRESHOLD   PIC 9(5).
      *        RECIP: TIMES EACH WAY; CONCENT: PERCENT OF A MAKER'S
      *        ITEMS; NOT USED BY THE OTHER RULES

       FD RATES-FILE.
       COPY PAYRATES.

       FD AMEND-LOG-FILE.
       01 AMEND-LOG-REC.
           05 ALG-DATE        PIC 9(8).
           05 ALG-ACC-NUMBER  PIC 9(5).
           05 ALG-OLD-NAME    PIC X(20).
           05 ALG-NEW-NAME    PIC X(20).
           05 ALG-OLD-TYPE    PIC X(1).
           05 ALG-NEW-TYPE    PIC X(1).
           05 ALG-OLD-OD      PIC 9(6).
           05 ALG-NEW-OD      PIC 9(6).
           05 ALG-MAKER       PIC 999.
           05 ALG-CHECKER     PIC 999.
           05 ALG-OUTCOME     PIC X(8).

       FD DRAWER-FILE.
       COPY DRAWREC.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD ACTIVITY-JOURNAL-FILE.
       01 ACTIVITY-JOURNAL-REC.
           05 AJR-TIMESTAMP PIC 9(14).
           05 AJR-EMP-ID    PIC 999.
           05 AJR-PROGRAM   PIC X(12).
           05 AJR-ACTION    PIC X(12).
           05 AJR-KEY       PIC X(14).

       SD SOD-SORT-FILE.
       01 SOD-SORT-REC.
           05 SV-EMP-ID      PIC 999.
           05 SV-SEQ         PIC 9(5).
           05 SV-TEXT        PIC X(70).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS      PIC X(2).
       01 WS-RULES-STATUS    PIC X(2).
       01 WS-RATES-STATUS    PIC X(2).
       01 WS-AMEND-LOG-STATUS PIC X(2).
       01 WS-DRAWER-STATUS   PIC X(2).
       01 WS-LOG-STATUS      PIC X(2).
       01 WS-JOURNAL-STATUS  PIC X(2).
       01 EOF-FLAG           PIC X.
       01 SORT-EOF-FLAG      PIC X.
       01 WS-DATE            PIC 9(8).
       01 WS-FROM-DATE       PIC 9(8).
       01 WS-TO-DATE         PIC 9(8).

      *    THE ITEM BEING TESTED: WHO MADE IT, WHO APPROVED (OR
      *    REVERSED OR UNLOCKED) IT, AND WHERE IT CAME FROM
       01 WS-SOURCE          PIC X(8).
       01 WS-ITEM-DATE       PIC 9(8).
       01 WS-MAKER           PIC 999.
       01 WS-CHECKER         PIC 999.
       01 WS-ITEM-KEY        PIC X(14).
       01 WS-RULE-HIT        PIC X(8).
       01 WS-AMT-EDIT        PIC -(6)9.99.
       01 WS-PCT             PIC 9(3).
       01 WS-ORIG-TS         PIC 9(14).
       01 WS-ORIG-TS-X REDEFINES WS-ORIG-TS PIC X(14).
       01 WS-CUR-EMP         PIC 999.
       01 WS-GROUP-COUNT     PIC 9(5).
       01 SV-NEXT-SEQ        PIC 9(5) VALUE 0.

       01 ET-SUB             PIC 9(4).
       01 ET-SUB-2           PIC 9(4).
       01 PR-SUB             PIC 9(4).
       01 PR-SUB-2           PIC 9(4).
       01 RV-SUB             PIC 9(4).
       01 RU-SUB             PIC 9(4).
       01 PAIR-FOUND-FLAG    PIC X.

       01 CNT-ITEMS          PIC 9(7) VALUE 0.
       01 CNT-VIOLATIONS     PIC 9(5) VALUE 0.
       01 CNT-PAIRINGS       PIC 9(5) VALUE 0.

      *    THE RULE SET, WITH THE DEFAULTS USED WHEN SOD-RULES.DAT
      *    IS NOT ON FILE; A RULE RECORD ON THE FILE OVERRIDES THE
      *    MATCHING ENTRY
       01 RULE-DEFAULTS.
           05 FILLER PIC X(14) VALUE "SELFAPPRY00000".
           05 FILLER PIC X(44) VALUE
               "CHECKER IS THE MAKER".
           05 FILLER PIC X(14) VALUE "ALTID   Y00000".
           05 FILLER PIC X(44) VALUE
               "CHECKER IS THE MAKER UNDER A SECOND ID".
           05 FILLER PIC X(14) VALUE "SELFREV Y00000".
           05 FILLER PIC X(44) VALUE
               "REVERSAL OF AN ENTRY THE SAME PERSON POSTED".
           05 FILLER PIC X(14) VALUE "SELFUNLKY00000".
           05 FILLER PIC X(44) VALUE
               "UNLOCK OF AN ID OF THE SAME PERSON".
           05 FILLER PIC X(14) VALUE "RECIP   Y00002".
           05 FILLER PIC X(44) VALUE
               "PAIR APPROVING EACH OTHER N+ TIMES EACH WAY".
           05 FILLER PIC X(14) VALUE "CONCENT Y00080".
           05 FILLER PIC X(44) VALUE
               "ONE CHECKER CLEARS N% OR MORE OF A MAKER".
       01 RULE-TABLE REDEFINES RULE-DEFAULTS.
           05 RU-ENTRY OCCURS 6 TIMES.
               10 RU-CODE        PIC X(8).
               10 RU-ACTIVE      PIC X.
               10 RU-THRESHOLD   PIC 9(5).
               10 RU-DESC        PIC X(44).
       01 RX-SELFAPPR        PIC 9 VALUE 1.
       01 RX-ALTID           PIC 9 VALUE 2.
       01 RX-SELFREV         PIC 9 VALUE 3.
       01 RX-SELFUNLK        PIC 9 VALUE 4.
       01 RX-RECIP           PIC 9 VALUE 5.
       01 RX-CONCENT         PIC 9 VALUE 6.

      *    A CONCENTRATION IS ONLY A PATTERN ONCE THE MAKER HAS
      *    THIS MANY CHECKED ITEMS IN THE PERIOD
       01 CONCENT-MIN-ITEMS  PIC 9(5) VALUE 5.

      *    EVERY OPERATOR, SUBSCRIPTED BY EMP-ID. IDS SHARING AN
      *    EMAIL OR A NAME ON THE EMPLOYEE MASTER ARE TAKEN AS ONE
      *    PERSON: ET-PERSON IS THE LOWEST SUCH ID
       01 EMP-TABLE.
           05 ET-ENTRY OCCURS 999 TIMES.
               10 ET-ON-FILE      PIC X.
               10 ET-NAME         PIC X(10).
               10 ET-EMAIL        PIC X(25).
               10 ET-PERSON       PIC 999.
               10 ET-MADE         PIC 9(5).
      *            MAKER-CHECKER ITEMS THIS OPERATOR MADE
               10 ET-JOURNAL      PIC 9(5).
      *            OPERATOR-ACTIVITY ENTRIES IN THE PERIOD

       01 PAIR-COUNT         PIC 9(4) VALUE 0.
       01 PAIR-TABLE.
           05 PR-ENTRY OCCURS 3000 TIMES.
               10 PR-MAKER        PIC 999.
               10 PR-CHECKER      PIC 999.
               10 PR-COUNT        PIC 9(5).

       01 REV-COUNT          PIC 9(4) VALUE 0.
       01 REV-TABLE.
           05 RV-ENTRY OCCURS 2000 TIMES.
               10 RV-ACC          PIC 9(5).
               10 RV-ORIG-TS      PIC 9(14).
               10 RV-BY           PIC 999.
               10 RV-DATE         PIC 9(8).

       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    SEGREGATION-OF-DUTIES REVIEW FOR INTERNAL AUDIT. READS THE
      *    MAKER-CHECKER TRAILS TOGETHER - RATE SETS (RT-MAKER AND
      *    RT-CHECKER), ACCOUNT AMENDMENTS (ACCT-AMEND-LOG.DAT) AND
      *    TELLER DRAWER OVER/SHORT APPROVALS - WITH THE REVERSALS ON
      *    THE TRANSACTION LOG (TL-TELLER OF THE REVERSAL AGAINST
      *    TL-TELLER OF THE ENTRY REVERSED) AND THE UNLOCKS ON
      *    OPERATOR-ACTIVITY.DAT. EACH ITEM IN THE PERIOD IS TESTED
      *    AGAINST THE RULE SET, AND THE MAKER-CHECKER PAIRS ARE
      *    TESTED FOR RECIPROCAL APPROVAL AND CONCENTRATION. FINDINGS
      *    ARE LISTED BY OPERATOR ON SOD-REPORT-YYYYMMDD.DAT
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DISPLAY "PERIOD FROM (YYYYMMDD):"
           ACCEPT WS-FROM-DATE
           DISPLAY "PERIOD TO (YYYYMMDD, 0 = TODAY):"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PERIOD FROM IS AFTER PERIOD TO"
               STOP RUN
           END-IF

           PERFORM LOAD-SOD-RULES
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM OPEN-SOD-REPORT
           PERFORM WRITE-RULES-IN-FORCE

           SORT SOD-SORT-FILE
               ON ASCENDING KEY SV-EMP-ID SV-SEQ
               INPUT PROCEDURE IS SCAN-ALL-SOURCES
               OUTPUT PROCEDURE IS PRINT-BY-OPERATOR

           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "ITEMS TESTED: " CNT-ITEMS
               "  VIOLATIONS: " CNT-VIOLATIONS
               "  SUSPICIOUS PAIRINGS: " CNT-PAIRINGS
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "ITEMS TESTED: " CNT-ITEMS
           DISPLAY "VIOLATIONS: " CNT-VIOLATIONS
               "  SUSPICIOUS PAIRINGS: " CNT-PAIRINGS
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME

           MOVE "SOD REPORT  " TO AJ-ACTION
           MOVE WS-FROM-DATE TO AJ-KEY
           PERFORM LOG-OPERATOR-ACTION

           STOP RUN.

       LOAD-SOD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "35"
               DISPLAY "NOTE: NO sod-rules.dat - USING BUILT-IN RULES"
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RULES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-RULE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       APPLY-RULE-RECORD.
           PERFORM VARYING RU-SUB FROM 1 BY 1 UNTIL RU-SUB > 6
               IF RU-CODE (RU-SUB) = SR-RULE
                   IF SR-ACTIVE = "Y" OR SR-ACTIVE = "N"
                       MOVE SR-ACTIVE TO RU-ACTIVE (RU-SUB)
                   END-IF
                   IF SR-THRESHOLD NUMERIC AND SR-THRESHOLD > 0
                       MOVE SR-THRESHOLD TO RU-THRESHOLD (RU-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEE-TABLE.
           INITIALIZE EMP-TABLE
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EMP-ID > 0
                               MOVE "Y" TO ET-ON-FILE (EMP-ID)
                               MOVE EMP-NAME TO ET-NAME (EMP-ID)
                               MOVE EMAIL TO ET-EMAIL (EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-FILE

           PERFORM VARYING ET-SUB FROM 1 BY 1 UNTIL ET-SUB > 999
               MOVE ET-SUB TO ET-PERSON (ET-SUB)
               IF ET-ON-FILE (ET-SUB) = "Y"
                   PERFORM VARYING ET-SUB-2 FROM 1 BY 1
                       UNTIL ET-SUB-2 >= ET-SUB
                       OR ET-PERSON (ET-SUB) NOT = ET-SUB
                       IF ET-ON-FILE (ET-SUB-2) = "Y"
                           IF (ET-EMAIL (ET-SUB) NOT = SPACES
                               AND ET-EMAIL (ET-SUB) =
                                   ET-EMAIL (ET-SUB-2))
                           OR (ET-NAME (ET-SUB) NOT = SPACES
                               AND ET-NAME (ET-SUB) =
                                   ET-NAME (ET-SUB-2))
                               MOVE ET-PERSON (ET-SUB-2) TO
                                   ET-PERSON (ET-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SCAN-ALL-SOURCES.
           PERFORM SCAN-RATE-APPROVALS
           PERFORM SCAN-AMENDMENTS
           PERFORM SCAN-DRAWER-APPROVALS
           PERFORM SCAN-REVERSALS
           PERFORM SCAN-OPERATOR-JOURNAL
           PERFORM SCAN-PAIRINGS.

       SCAN-RATE-APPROVALS.
      *    A RATE SET CARRIES NO APPROVAL DATE; ITS EFFECTIVE DATE
      *    PLACES IT IN THE PERIOD
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RT-STATUS = "APPROVED"
                               AND RT-MAKER NUMERIC
                               AND RT-CHECKER NUMERIC
                               AND RT-EFF-DATE >= WS-FROM-DATE
                               AND RT-EFF-DATE <= WS-TO-DATE
                               MOVE "RATES   " TO WS-SOURCE
                               MOVE RT-EFF-DATE TO WS-ITEM-DATE
                               MOVE RT-MAKER TO WS-MAKER
                               MOVE RT-CHECKER TO WS-CHECKER
                               MOVE "RATE SET" TO WS-ITEM-KEY
                               PERFORM TEST-MAKER-CHECKER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       SCAN-AMENDMENTS.
      *    A REJECTION IS A CHECKER DECISION AS MUCH AS AN APPROVAL
           OPEN INPUT AMEND-LOG-FILE
           IF WS-AMEND-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ AMEND-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ALG-DATE >= WS-FROM-DATE
                               AND ALG-DATE <= WS-TO-DATE
                               MOVE "AMEND   " TO WS-SOURCE
                               MOVE ALG-DATE TO WS-ITEM-DATE
                               MOVE ALG-MAKER TO WS-MAKER
                               MOVE ALG-CHECKER TO WS-CHECKER
                               MOVE SPACES TO WS-ITEM-KEY
                               STRING "ACC " ALG-ACC-NUMBER
                                   DELIMITED BY SIZE INTO WS-ITEM-KEY
                               PERFORM TEST-MAKER-CHECKER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMEND-LOG-FILE
           END-IF.

       SCAN-DRAWER-APPROVALS.
      *    THE TELLER IS THE MAKER OF THE OVER/SHORT, THE
      *    SUPERVISOR WHO SHUT THE DRAWER THE CHECKER
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DRAWER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DR-STATUS = "APPRVD"
                               AND DR-APPROVED-BY NUMERIC
                               AND DR-DATE >= WS-FROM-DATE
                               AND DR-DATE <= WS-TO-DATE
                               MOVE "DRAWER  " TO WS-SOURCE
                               MOVE DR-DATE TO WS-ITEM-DATE
                               MOVE DR-TELLER TO WS-MAKER
                               MOVE DR-APPROVED-BY TO WS-CHECKER
                               MOVE DR-OVER-SHORT TO WS-AMT-EDIT
                               MOVE WS-AMT-EDIT TO WS-ITEM-KEY
                               PERFORM TEST-MAKER-CHECKER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF.

       TEST-MAKER-CHECKER.
           IF WS-MAKER > 0 AND WS-CHECKER > 0
               ADD 1 TO CNT-ITEMS
               ADD 1 TO ET-MADE (WS-MAKER)
               PERFORM COUNT-PAIR

               MOVE SPACES TO WS-RULE-HIT
               IF WS-MAKER = WS-CHECKER
                   IF RU-ACTIVE (RX-SELFAPPR) = "Y"
                       MOVE RU-CODE (RX-SELFAPPR) TO WS-RULE-HIT
                   END-IF
               ELSE
                   IF ET-PERSON (WS-MAKER) = ET-PERSON (WS-CHECKER)
                       AND RU-ACTIVE (RX-ALTID) = "Y"
                       MOVE RU-CODE (RX-ALTID) TO WS-RULE-HIT
                   END-IF
               END-IF
               IF WS-RULE-HIT NOT = SPACES
                   PERFORM RELEASE-VIOLATION
               END-IF
           END-IF.

       COUNT-PAIR.
           MOVE "N" TO PAIR-FOUND-FLAG
           PERFORM VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > PAIR-COUNT OR PAIR-FOUND-FLAG = "Y"
               IF PR-MAKER (PR-SUB) = WS-MAKER
                   AND PR-CHECKER (PR-SUB) = WS-CHECKER
                   ADD 1 TO PR-COUNT (PR-SUB)
                   MOVE "Y" TO PAIR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF PAIR-FOUND-FLAG = "N"
               IF PAIR-COUNT < 3000
                   ADD 1 TO PAIR-COUNT
                   MOVE WS-MAKER TO PR-MAKER (PAIR-COUNT)
                   MOVE WS-CHECKER TO PR-CHECKER (PAIR-COUNT)
                   MOVE 1 TO PR-COUNT (PAIR-COUNT)
               ELSE
                   DISPLAY "WARNING: PAIR TABLE FULL - MAKER "
                       WS-MAKER " CHECKER " WS-CHECKER " NOT COUNTED"
               END-IF
           END-IF.

       RELEASE-VIOLATION.
      *    LISTED UNDER THE OPERATOR WHO ACTED - THE CHECKER, THE
      *    REVERSER OR THE UNLOCKER
           ADD 1 TO CNT-VIOLATIONS
           ADD 1 TO SV-NEXT-SEQ
           MOVE WS-CHECKER TO SV-EMP-ID
           MOVE SV-NEXT-SEQ TO SV-SEQ
           MOVE SPACES TO SV-TEXT
           STRING WS-RULE-HIT " " WS-SOURCE " " WS-ITEM-DATE
               " BY " WS-CHECKER " FOR " WS-MAKER " " WS-ITEM-KEY
               DELIMITED BY SIZE INTO SV-TEXT
           RELEASE SOD-SORT-REC.

       SCAN-REVERSALS.
      *    FIRST PASS COLLECTS THE PERIOD'S REVERSALS; THE SECOND
      *    FINDS WHO POSTED EACH ENTRY REVERSED, THROUGH THE
      *    TIMESTAMP THE REVERSAL CARRIES IN TL-REF
           MOVE 0 TO REV-COUNT
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               COMPUTE TL-TIMESTAMP = WS-FROM-DATE * 1000000
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
                           IF TL-TIMESTAMP (1:8) > WS-TO-DATE
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF TL-TYPE = "REVERSAL"
                                   PERFORM COLLECT-REVERSAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING RV-SUB FROM 1 BY 1
                   UNTIL RV-SUB > REV-COUNT
                   PERFORM TEST-ONE-REVERSAL
               END-PERFORM

               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       COLLECT-REVERSAL.
           MOVE TL-REF TO WS-ORIG-TS-X
           IF TL-TELLER NUMERIC AND TL-TELLER > 0
               AND WS-ORIG-TS NUMERIC
               IF REV-COUNT < 2000
                   ADD 1 TO REV-COUNT
                   MOVE TL-ACC-NUMBER TO RV-ACC (REV-COUNT)
                   MOVE WS-ORIG-TS TO RV-ORIG-TS (REV-COUNT)
                   MOVE TL-TELLER TO RV-BY (REV-COUNT)
                   MOVE TL-TIMESTAMP (1:8) TO RV-DATE (REV-COUNT)
               ELSE
                   DISPLAY "WARNING: REVERSAL TABLE FULL - ACCOUNT "
                       TL-ACC-NUMBER " NOT TESTED"
               END-IF
           END-IF.

       TEST-ONE-REVERSAL.
           ADD 1 TO CNT-ITEMS
           MOVE 0 TO WS-MAKER
           MOVE "N" TO EOF-FLAG
           MOVE RV-ORIG-TS (RV-SUB) TO TL-TIMESTAMP
           START TRANSACTION-LOG-FILE KEY IS = TL-TIMESTAMP
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TRANSACTION-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TL-TIMESTAMP NOT = RV-ORIG-TS (RV-SUB)
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF TL-ACC-NUMBER = RV-ACC (RV-SUB)
                               AND TL-TYPE NOT = "REVERSAL"
                               AND TL-TELLER NUMERIC
                               MOVE TL-TELLER TO WS-MAKER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MAKER > 0
               AND ET-PERSON (WS-MAKER) = ET-PERSON (RV-BY (RV-SUB))
               AND RU-ACTIVE (RX-SELFREV) = "Y"
               MOVE RU-CODE (RX-SELFREV) TO WS-RULE-HIT
               MOVE "REVERSAL" TO WS-SOURCE
               MOVE RV-DATE (RV-SUB) TO WS-ITEM-DATE
               MOVE RV-BY (RV-SUB) TO WS-CHECKER
               MOVE SPACES TO WS-ITEM-KEY
               STRING "ACC " RV-ACC (RV-SUB)
                   DELIMITED BY SIZE INTO WS-ITEM-KEY
               PERFORM RELEASE-VIOLATION
           END-IF.

       SCAN-OPERATOR-JOURNAL.
      *    EVERY JOURNAL ENTRY COUNTS TOWARDS THE OPERATOR'S ACTIVITY
      *    IN THE PERIOD; AN UNLOCK CARRIES THE UNLOCKED EMP-ID AS
      *    ITS KEY
           OPEN INPUT ACTIVITY-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACTIVITY-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AJR-TIMESTAMP (1:8) >= WS-FROM-DATE
                               AND AJR-TIMESTAMP (1:8) <= WS-TO-DATE
                               AND AJR-EMP-ID > 0
                               ADD 1 TO ET-JOURNAL (AJR-EMP-ID)
                               IF AJR-ACTION = "UNLOCK      "
                                   AND AJR-KEY (1:3) NUMERIC
                                   PERFORM TEST-ONE-UNLOCK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-JOURNAL-FILE
           END-IF.

       TEST-ONE-UNLOCK.
           ADD 1 TO CNT-ITEMS
           MOVE AJR-KEY (1:3) TO WS-MAKER
           MOVE AJR-EMP-ID TO WS-CHECKER
           IF WS-MAKER > 0
               AND ET-PERSON (WS-MAKER) = ET-PERSON (WS-CHECKER)
               AND RU-ACTIVE (RX-SELFUNLK) = "Y"
               MOVE RU-CODE (RX-SELFUNLK) TO WS-RULE-HIT
               MOVE "UNLOCK  " TO WS-SOURCE
               MOVE AJR-TIMESTAMP (1:8) TO WS-ITEM-DATE
               MOVE AJR-PROGRAM TO WS-ITEM-KEY
               PERFORM RELEASE-VIOLATION
           END-IF.

       SCAN-PAIRINGS.
      *    EACH SUSPICIOUS PAIRING IS LISTED UNDER BOTH OPERATORS
           PERFORM VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > PAIR-COUNT
               IF PR-MAKER (PR-SUB) NOT = PR-CHECKER (PR-SUB)
                   IF RU-ACTIVE (RX-RECIP) = "Y"
                       AND PR-MAKER (PR-SUB) < PR-CHECKER (PR-SUB)
                       AND PR-COUNT (PR-SUB) >=
                           RU-THRESHOLD (RX-RECIP)
                       PERFORM TEST-RECIPROCAL-PAIR
                   END-IF
                   IF RU-ACTIVE (RX-CONCENT) = "Y"
                       AND ET-MADE (PR-MAKER (PR-SUB)) >=
                           CONCENT-MIN-ITEMS
                       PERFORM TEST-CONCENTRATION
                   END-IF
               END-IF
           END-PERFORM.

       TEST-RECIPROCAL-PAIR.
           PERFORM VARYING PR-SUB-2 FROM 1 BY 1
               UNTIL PR-SUB-2 > PAIR-COUNT
               IF PR-MAKER (PR-SUB-2) = PR-CHECKER (PR-SUB)
                   AND PR-CHECKER (PR-SUB-2) = PR-MAKER (PR-SUB)
                   AND PR-COUNT (PR-SUB-2) >= RU-THRESHOLD (RX-RECIP)
                   ADD 1 TO CNT-PAIRINGS
                   MOVE PR-MAKER (PR-SUB) TO WS-MAKER
                   MOVE PR-CHECKER (PR-SUB) TO WS-CHECKER
                   PERFORM RELEASE-RECIPROCAL-LINE
                   MOVE PR-CHECKER (PR-SUB) TO WS-MAKER
                   MOVE PR-MAKER (PR-SUB) TO WS-CHECKER
                   PERFORM RELEASE-RECIPROCAL-LINE
               END-IF
           END-PERFORM.

       RELEASE-RECIPROCAL-LINE.
      *    WS-CHECKER IS THE OPERATOR THE LINE IS LISTED UNDER
           ADD 1 TO SV-NEXT-SEQ
           MOVE WS-CHECKER TO SV-EMP-ID
           MOVE SV-NEXT-SEQ TO SV-SEQ
           MOVE SPACES TO SV-TEXT
           IF WS-MAKER = PR-MAKER (PR-SUB)
               STRING RU-CODE (RX-RECIP) " WITH " WS-MAKER
                   " - CHECKED " PR-COUNT (PR-SUB)
                   " OF THEIRS, THEY CHECKED " PR-COUNT (PR-SUB-2)
                   DELIMITED BY SIZE INTO SV-TEXT
           ELSE
               STRING RU-CODE (RX-RECIP) " WITH " WS-MAKER
                   " - CHECKED " PR-COUNT (PR-SUB-2)
                   " OF THEIRS, THEY CHECKED " PR-COUNT (PR-SUB)
                   DELIMITED BY SIZE INTO SV-TEXT
           END-IF
           RELEASE SOD-SORT-REC.

       TEST-CONCENTRATION.
           COMPUTE WS-PCT = PR-COUNT (PR-SUB) * 100
               / ET-MADE (PR-MAKER (PR-SUB))
           IF WS-PCT >= RU-THRESHOLD (RX-CONCENT)
               ADD 1 TO CNT-PAIRINGS
               PERFORM VARYING RU-SUB FROM 1 BY 1 UNTIL RU-SUB > 2
                   ADD 1 TO SV-NEXT-SEQ
                   IF RU-SUB = 1
                       MOVE PR-CHECKER (PR-SUB) TO SV-EMP-ID
                   ELSE
                       MOVE PR-MAKER (PR-SUB) TO SV-EMP-ID
                   END-IF
                   MOVE SV-NEXT-SEQ TO SV-SEQ
                   MOVE SPACES TO SV-TEXT
                   STRING RU-CODE (RX-CONCENT)
                       " CHECKER " PR-CHECKER (PR-SUB)
                       " CLEARED " PR-COUNT (PR-SUB)
                       " OF " ET-MADE (PR-MAKER (PR-SUB))
                       " ITEMS OF MAKER " PR-MAKER (PR-SUB)
                       " (" WS-PCT "%)"
                       DELIMITED BY SIZE INTO SV-TEXT
                   RELEASE SOD-SORT-REC
               END-PERFORM
           END-IF.

       PRINT-BY-OPERATOR.
           MOVE "N" TO SORT-EOF-FLAG
           MOVE 0 TO WS-CUR-EMP
           MOVE 0 TO WS-GROUP-COUNT

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "FINDINGS BY OPERATOR" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN SOD-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                   NOT AT END
                       IF SV-EMP-ID NOT = WS-CUR-EMP
                           OR WS-GROUP-COUNT = 0
                           PERFORM START-OPERATOR-GROUP
                       END-IF
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE SPACES TO RPT-DETAIL
                       STRING "    " SV-TEXT
                           DELIMITED BY SIZE INTO RPT-DETAIL
                       PERFORM WRITE-REPORT-LINE
               END-RETURN
           END-PERFORM

           IF WS-GROUP-COUNT = 0
               MOVE "    NO FINDINGS IN THE PERIOD" TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF.

       START-OPERATOR-GROUP.
           MOVE SV-EMP-ID TO WS-CUR-EMP
           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           IF WS-CUR-EMP > 0
               STRING "OPERATOR " WS-CUR-EMP " " ET-NAME (WS-CUR-EMP)
                   "  ITEMS MADE " ET-MADE (WS-CUR-EMP)
                   "  JOURNAL ENTRIES " ET-JOURNAL (WS-CUR-EMP)
                   DELIMITED BY SIZE INTO RPT-DETAIL
           ELSE
               MOVE "OPERATOR 000" TO RPT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-RULES-IN-FORCE.
           MOVE SPACES TO RPT-DETAIL
           STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "RULES IN FORCE" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RU-SUB FROM 1 BY 1 UNTIL RU-SUB > 6
               MOVE SPACES TO RPT-DETAIL
               STRING "    " RU-CODE (RU-SUB) " " RU-ACTIVE (RU-SUB)
                   " " RU-THRESHOLD (RU-SUB) " " RU-DESC (RU-SUB)
                   DELIMITED BY SIZE INTO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       OPEN-SOD-REPORT.
           MOVE WS-DATE TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "sod-report-" WS-DATE ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "SEGREGATION OF DUTIES REVIEW  " WS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "    RULE     SOURCE   DATE     DETAIL"
               TO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT.

       LOG-OPERATOR-ACTION.
           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "SODRPT      " TO AJ-PROGRAM
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
