       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFINTRST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF-LEDGER-FILE ASSIGN TO "pf-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-STATUS.

           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT RATES-FILE ASSIGN TO "pay-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD PF-LEDGER-FILE.
       COPY PFLEDGER.

       FD EMP-FILE.
       COPY EMPREC.

       FD RATES-FILE.
       COPY PAYRATES.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PF-STATUS      PIC X(2).
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-RATES-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 CONFIRM-ANSWER    PIC X.
       01 EMP-OPEN-FLAG     PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-CLOSE-FY       PIC 9(4).
       01 WS-FY-END-PERIOD  PIC 9(6).
       01 WS-FY-END-DATE    PIC 9(8).
       01 ALREADY-RUN-FLAG  PIC X.

      *    THE PF INTEREST RATE IN FORCE ON THE LAST DAY OF THE
      *    FUND YEAR, FROM THE LATEST APPROVED SET THAT CARRIES ONE
       01 WS-BEST-EFF-DATE  PIC 9(8).
       01 WS-PF-INT-RATE    PIC V9(4).
       01 SHOW-RATE         PIC 9.9999.

      *    PER MEMBER: ON THE LEDGER AT ALL, AND THE INTEREST TO BE
      *    CREDITED ONCE EVERY BALANCE HAS BEEN WORKED OUT
       01 MEMBER-TABLE.
           05 MB-ENTRY OCCURS 999 TIMES.
               10 MB-FLAG        PIC X.
               10 MB-INTEREST    PIC 9(7)V99.
       01 MB-SUB            PIC 9(4).

       01 MEMBERS-CREDITED  PIC 9(4) VALUE 0.
       01 MEMBERS-SKIPPED   PIC 9(4) VALUE 0.
       01 GT-OPENING        PIC S9(10)V99 VALUE 0.
       01 GT-CONTRIB        PIC 9(10)V99 VALUE 0.
       01 GT-INTEREST       PIC 9(9)V99 VALUE 0.
       01 GT-CLOSING        PIC S9(10)V99 VALUE 0.
       01 WS-CONTRIB        PIC 9(9)V99.
       01 WS-CLOSING        PIC S9(9)V99.

       01 IR-DETAIL-LINE.
           05 IR-EMP-ID      PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-EMP-NAME    PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-OPENING     PIC -(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-CONTRIB     PIC Z(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-INTEREST    PIC Z(7)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-CLOSING     PIC -(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-NOTE        PIC X(8).

       COPY PFBAL.
       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    YEAR-END INTEREST CREDIT ON THE PROVIDENT FUND LEDGER.
      *    FOR A FUND YEAR THAT HAS ENDED (APRIL TO MARCH), EVERY
      *    MEMBER IS CREDITED THE RATE ON PAY-RATES.DAT APPLIED TO
      *    EACH MONTH-END BALANCE OF THE YEAR, ONE TWELFTH AT A
      *    TIME, AS AN I ENTRY DATED MARCH. A MEMBER WHO TOOK A
      *    FINAL WITHDRAWAL IN THE YEAR WAS CREDITED THEN AND IS
      *    LEFT OUT. A YEAR IS CREDITED ONCE ONLY. THE INTEREST
      *    REGISTER FOR THE YEAR IS PRINTED BY MEMBER
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF
           IF NOT SIGNON-SUPERVISOR
               DISPLAY "SUPERVISOR ROLE REQUIRED"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "FUND YEAR TO CREDIT, STARTING APRIL "
               "(YYYY, 0 = LAST ENDED):"
           ACCEPT WS-CLOSE-FY
           IF WS-CLOSE-FY = 0
               DIVIDE WS-TODAY BY 10000 GIVING WS-CLOSE-FY
               IF WS-TODAY(5:2) < "04"
                   SUBTRACT 2 FROM WS-CLOSE-FY
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-FY
               END-IF
           END-IF
           COMPUTE WS-FY-END-PERIOD = (WS-CLOSE-FY + 1) * 100 + 3
           COMPUTE WS-FY-END-DATE = WS-FY-END-PERIOD * 100 + 31

           IF WS-TODAY <= WS-FY-END-DATE
               DISPLAY "FUND YEAR " WS-CLOSE-FY " HAS NOT ENDED - "
                   "NO INTEREST CREDITED"
               STOP RUN
           END-IF

           PERFORM LOAD-MEMBERS
           IF ALREADY-RUN-FLAG = "Y"
               DISPLAY "INTEREST FOR FUND YEAR " WS-CLOSE-FY
                   " WAS ALREADY CREDITED - NOT CREDITED AGAIN"
               STOP RUN
           END-IF

           PERFORM LOAD-PF-INT-RATE
           IF WS-BEST-EFF-DATE = 0
               DISPLAY "NO PF INTEREST RATE ON AN APPROVED RATE SET "
                   "IN FORCE ON " WS-FY-END-DATE
               STOP RUN
           END-IF

           MOVE WS-PF-INT-RATE TO SHOW-RATE
           DISPLAY "CREDIT PF INTEREST AT " SHOW-RATE
               " FOR APRIL " WS-CLOSE-FY " TO " WS-FY-END-PERIOD
               " (Y/N)?"
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "YEAR-END RUN CANCELLED"
               STOP RUN
           END-IF

           MOVE "N" TO EMP-OPEN-FLAG
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE "Y" TO EMP-OPEN-FLAG
           END-IF

           PERFORM START-REGISTER
           PERFORM VARYING MB-SUB FROM 1 BY 1 UNTIL MB-SUB > 999
               IF MB-FLAG (MB-SUB) = "Y"
                   PERFORM WORK-OUT-ONE-MEMBER
               END-IF
           END-PERFORM
           PERFORM END-REGISTER

           PERFORM POST-INTEREST-ENTRIES

           IF EMP-OPEN-FLAG = "Y"
               CLOSE EMP-FILE
           END-IF

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "PFINTRST" TO AJ-PROGRAM
           MOVE "PF INTEREST" TO AJ-ACTION
           MOVE WS-CLOSE-FY TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           DISPLAY "MEMBERS CREDITED        : " MEMBERS-CREDITED
           DISPLAY "MEMBERS LEFT OUT        : " MEMBERS-SKIPPED
           DISPLAY "REGISTER WRITTEN: " RPT-FILENAME

           STOP RUN.

       LOAD-MEMBERS.
           MOVE "N" TO ALREADY-RUN-FLAG
           PERFORM VARYING MB-SUB FROM 1 BY 1 UNTIL MB-SUB > 999
               MOVE "N" TO MB-FLAG (MB-SUB)
               MOVE 0 TO MB-INTEREST (MB-SUB)
           END-PERFORM

           OPEN INPUT PF-LEDGER-FILE
           IF WS-PF-STATUS = "00" OR WS-PF-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PF-LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PM-TYPE = "I"
                               AND PM-SOURCE = "YEAR-END"
                               AND PM-PERIOD = WS-FY-END-PERIOD
                               MOVE "Y" TO ALREADY-RUN-FLAG
                           END-IF
                           IF PM-EMP-ID > 0 AND PM-EMP-ID <= 999
                               AND PM-PERIOD <= WS-FY-END-PERIOD
                               MOVE "Y" TO MB-FLAG (PM-EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PF-LEDGER-FILE
           END-IF.

       LOAD-PF-INT-RATE.
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-PF-INT-RATE

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00" OR WS-RATES-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF RT-EFF-DATE <= WS-FY-END-DATE
                               AND RT-EFF-DATE > WS-BEST-EFF-DATE
                               AND (RT-STATUS = "APPROVED"
                                   OR RT-STATUS = SPACES)
                               AND RT-PF-INT-RATE NUMERIC
                               MOVE RT-EFF-DATE TO WS-BEST-EFF-DATE
                               MOVE RT-PF-INT-RATE TO WS-PF-INT-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       WORK-OUT-ONE-MEMBER.
           MOVE MB-SUB TO PB-EMP-ID
           MOVE WS-CLOSE-FY TO PB-FY-YEAR
           MOVE 0 TO PB-TO-PERIOD
           MOVE WS-PF-INT-RATE TO PB-INT-RATE
           CALL "PFBAL" USING PFBAL-AREA

           MOVE SPACES TO IR-DETAIL-LINE
           MOVE MB-SUB TO IR-EMP-ID
           IF EMP-OPEN-FLAG = "Y"
               MOVE MB-SUB TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "?" TO IR-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO IR-EMP-NAME
               END-READ
           END-IF
           COMPUTE WS-CONTRIB = PB-EMP-SHARE + PB-ER-SHARE
           MOVE PB-OPENING TO IR-OPENING
           MOVE WS-CONTRIB TO IR-CONTRIB

           IF PB-WITHDRAWN > 0 OR PB-INTEREST > 0
               ADD 1 TO MEMBERS-SKIPPED
               MOVE 0 TO IR-INTEREST
               MOVE PB-CLOSING TO IR-CLOSING
               MOVE "WITHDRWN" TO IR-NOTE
               MOVE PB-CLOSING TO WS-CLOSING
           ELSE
               MOVE PB-INT-DUE TO MB-INTEREST (MB-SUB)
               IF PB-INT-DUE > 0
                   ADD 1 TO MEMBERS-CREDITED
               END-IF
               MOVE PB-INT-DUE TO IR-INTEREST
               COMPUTE WS-CLOSING = PB-CLOSING + PB-INT-DUE
               MOVE WS-CLOSING TO IR-CLOSING
               ADD PB-INT-DUE TO GT-INTEREST
           END-IF

           ADD PB-OPENING TO GT-OPENING
           ADD WS-CONTRIB TO GT-CONTRIB
           ADD WS-CLOSING TO GT-CLOSING

           MOVE IR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       POST-INTEREST-ENTRIES.
      *    THE ENTRIES ARE APPENDED ONLY AFTER EVERY BALANCE HAS
      *    BEEN WORKED OUT, SO NO CREDIT FEEDS ANOTHER MEMBER'S SUM
           OPEN EXTEND PF-LEDGER-FILE
           IF WS-PF-STATUS = "35"
               OPEN OUTPUT PF-LEDGER-FILE
           END-IF

           MOVE WS-FY-END-PERIOD TO PM-PERIOD
           MOVE WS-TODAY TO PM-POST-DATE
           MOVE "YEAR-END" TO PM-SOURCE
           MOVE SIGNON-EMP-ID TO PM-POSTED-BY
           MOVE "I" TO PM-TYPE
           PERFORM VARYING MB-SUB FROM 1 BY 1 UNTIL MB-SUB > 999
               IF MB-INTEREST (MB-SUB) > 0
                   MOVE MB-SUB TO PM-EMP-ID
                   MOVE MB-INTEREST (MB-SUB) TO PM-AMOUNT
                   WRITE PF-LEDGER-REC
               END-IF
           END-PERFORM

           CLOSE PF-LEDGER-FILE.

       START-REGISTER.
           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "pf-interest-" WS-CLOSE-FY ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "PF INTEREST REGISTER, APRIL " WS-CLOSE-FY
               " TO " WS-FY-END-PERIOD " AT " SHOW-RATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE "EMP-ID NAME            OPENING  CONTRIBUTIONS"
               & "    INTEREST       CLOSING" TO RPT-COLUMNS
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           OPEN OUTPUT REPORT-FILE.

       END-REGISTER.
           MOVE ALL "=" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO IR-DETAIL-LINE
           MOVE "ALL" TO IR-EMP-NAME
           MOVE GT-OPENING TO IR-OPENING
           MOVE GT-CONTRIB TO IR-CONTRIB
           MOVE GT-INTEREST TO IR-INTEREST
           MOVE GT-CLOSING TO IR-CLOSING
           MOVE IR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

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
