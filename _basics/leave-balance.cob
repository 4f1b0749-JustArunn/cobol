       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "leave-entitlement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leave-records.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LEDGER-FILE.
       COPY LEAVEENT.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS  PIC X(2).
       01 WS-LEAVE-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-YEAR-FROM      PIC 9(6).
       01 WS-YEAR-TO        PIC 9(6).

       LINKAGE SECTION.
       COPY LEAVEBAL.

       PROCEDURE DIVISION USING LEAVEBAL-AREA.

      *    PAID LEAVE BALANCE OF ONE EMPLOYEE FOR ONE CALENDAR YEAR,
      *    ASKED FOR BY LEAVEMAINT BEFORE A P ENTRY IS RECORDED, BY
      *    THE BALANCE INQUIRY, THE YEAR-END RUN AND THE LEAVER'S
      *    SETTLEMENT. WHILE THE YEAR IS OPEN THE DAYS TAKEN ARE THE
      *    P ENTRIES ON LEAVE-RECORDS.DAT FOR ITS TWELVE PERIODS, SO
      *    A DELETED ENTRY GIVES ITS DAYS BACK AT ONCE; A CLOSED
      *    YEAR USES THE FIGURES FROZEN BY THE YEAR-END RUN
       LEAVEBAL-MAIN.
           MOVE "N" TO LB-FOUND
           MOVE SPACES TO LB-STATUS
           MOVE 0 TO LB-OPENING
           MOVE 0 TO LB-ACCRUED
           MOVE 0 TO LB-TAKEN
           MOVE 0 TO LB-CARRIED
           MOVE 0 TO LB-LAPSED
           MOVE 0 TO LB-BALANCE
           MOVE 0 TO LB-PENDING

           PERFORM FIND-LEDGER-ROW
           IF LB-STATUS NOT = "CLOSED"
               PERFORM SUM-PAID-LEAVE-TAKEN
           END-IF

           COMPUTE LB-BALANCE = LB-OPENING + LB-ACCRUED - LB-TAKEN
               - LB-CARRIED - LB-LAPSED

           GOBACK.

       FIND-LEDGER-ROW.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LE-EMP-ID = LB-EMP-ID
                               AND LE-YEAR = LB-YEAR
                               MOVE "Y" TO LB-FOUND
                               MOVE LE-STATUS TO LB-STATUS
                               MOVE LE-OPENING TO LB-OPENING
                               MOVE LE-ACCRUED TO LB-ACCRUED
                               MOVE LE-TAKEN TO LB-TAKEN
                               MOVE LE-CARRIED TO LB-CARRIED
                               MOVE LE-LAPSED TO LB-LAPSED
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       SUM-PAID-LEAVE-TAKEN.
      *    ONLY APPROVED ENTRIES ARE TAKEN; ONES STILL AWAITING THE
      *    MANAGER ARE HELD SEPARATELY AND REJECTED ONES NOT AT ALL
           MOVE 0 TO LB-TAKEN
           COMPUTE WS-YEAR-FROM = LB-YEAR * 100 + 1
           COMPUTE WS-YEAR-TO = LB-YEAR * 100 + 12

           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00" OR WS-LEAVE-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF LV-EMP-ID = LB-EMP-ID
                               AND LV-TYPE = "P"
                               AND LV-PERIOD >= WS-YEAR-FROM
                               AND LV-PERIOD <= WS-YEAR-TO
                               IF LV-STATUS = "APPROVED"
                                   OR LV-STATUS = SPACES
                                   ADD LV-DAYS TO LB-TAKEN
                               END-IF
                               IF LV-STATUS = "PENDING"
                                   ADD LV-DAYS TO LB-PENDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
