       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF-LEDGER-FILE ASSIGN TO "pf-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PF-LEDGER-FILE.
       COPY PFLEDGER.

       WORKING-STORAGE SECTION.
       01 WS-PF-STATUS      PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-YEAR-FROM      PIC 9(6).
       01 WS-YEAR-TO        PIC 9(6).
       01 WS-TO-PERIOD      PIC 9(6).
       01 WS-ENTRY-MONTH    PIC 9(2).
       01 WS-MONTH-SUB      PIC 9(2).
       01 WS-LAST-SUB       PIC 9(2).
       01 WS-RUNNING-BAL    PIC S9(8)V99.
       01 WS-BALANCE-SUM    PIC S9(10)V99.

      *    MOVEMENT IN EACH MONTH OF THE FUND YEAR, APRIL FIRST,
      *    THAT EARNS INTEREST: CONTRIBUTIONS LESS WITHDRAWALS
       01 MONTH-MOVE-TABLE.
           05 MM-AMOUNT OCCURS 12 TIMES PIC S9(8)V99.

       LINKAGE SECTION.
       COPY PFBAL.

       PROCEDURE DIVISION USING PFBAL-AREA.

      *    PROVIDENT FUND BALANCE OF ONE MEMBER FOR ONE FUND YEAR,
      *    APRIL TO MARCH, FROM THE ENTRIES ON PF-LEDGER.DAT: THE
      *    OPENING BALANCE BROUGHT FROM EARLIER YEARS, THE YEAR'S
      *    EMPLOYEE AND EMPLOYER SHARES, INTEREST CREDITED AND ANY
      *    WITHDRAWAL. ALSO WORKS OUT THE INTEREST EARNED IN THE
      *    YEAR SO FAR ON THE MONTHLY RUNNING BALANCE, FOR THE
      *    YEAR-END CREDIT AND A LEAVER'S FINAL WITHDRAWAL
       PFBAL-MAIN.
           MOVE "N" TO PB-FOUND
           MOVE 0 TO PB-OPENING
           MOVE 0 TO PB-EMP-SHARE
           MOVE 0 TO PB-ER-SHARE
           MOVE 0 TO PB-INTEREST
           MOVE 0 TO PB-WITHDRAWN
           MOVE 0 TO PB-CLOSING
           MOVE 0 TO PB-INT-DUE
           INITIALIZE MONTH-MOVE-TABLE

           COMPUTE WS-YEAR-FROM = PB-FY-YEAR * 100 + 4
           COMPUTE WS-YEAR-TO = (PB-FY-YEAR + 1) * 100 + 3
           MOVE PB-TO-PERIOD TO WS-TO-PERIOD
           IF WS-TO-PERIOD = 0 OR WS-TO-PERIOD > WS-YEAR-TO
               MOVE WS-YEAR-TO TO WS-TO-PERIOD
           END-IF

           OPEN INPUT PF-LEDGER-FILE
           IF WS-PF-STATUS = "00" OR WS-PF-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PF-LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PM-EMP-ID = PB-EMP-ID
                               MOVE "Y" TO PB-FOUND
                               PERFORM TAKE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PF-LEDGER-FILE
           END-IF

           COMPUTE PB-CLOSING = PB-OPENING + PB-EMP-SHARE + PB-ER-SHARE
               + PB-INTEREST - PB-WITHDRAWN

           PERFORM COMPUTE-INTEREST-DUE

           GOBACK.

       TAKE-ONE-ENTRY.
           IF PM-PERIOD < WS-YEAR-FROM
               IF PM-TYPE = "W"
                   SUBTRACT PM-AMOUNT FROM PB-OPENING
               ELSE
                   ADD PM-AMOUNT TO PB-OPENING
               END-IF
           ELSE
               IF PM-PERIOD <= WS-YEAR-TO
                   MOVE PM-PERIOD(5:2) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-MONTH >= 4
                       COMPUTE WS-MONTH-SUB = WS-ENTRY-MONTH - 3
                   ELSE
                       COMPUTE WS-MONTH-SUB = WS-ENTRY-MONTH + 9
                   END-IF
                   EVALUATE PM-TYPE
                       WHEN "E"
                           ADD PM-AMOUNT TO PB-EMP-SHARE
                           ADD PM-AMOUNT TO MM-AMOUNT (WS-MONTH-SUB)
                       WHEN "R"
                           ADD PM-AMOUNT TO PB-ER-SHARE
                           ADD PM-AMOUNT TO MM-AMOUNT (WS-MONTH-SUB)
                       WHEN "I"
                           ADD PM-AMOUNT TO PB-INTEREST
                       WHEN "W"
                           ADD PM-AMOUNT TO PB-WITHDRAWN
                           SUBTRACT PM-AMOUNT
                               FROM MM-AMOUNT (WS-MONTH-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

       COMPUTE-INTEREST-DUE.
      *    INTEREST CREDITED IN THE YEAR ITSELF DOES NOT EARN UNTIL
      *    THE NEXT ONE, SO IT STAYS OUT OF THE RUNNING BALANCE
           MOVE WS-TO-PERIOD(5:2) TO WS-ENTRY-MONTH
           IF WS-ENTRY-MONTH >= 4
               COMPUTE WS-LAST-SUB = WS-ENTRY-MONTH - 3
           ELSE
               COMPUTE WS-LAST-SUB = WS-ENTRY-MONTH + 9
           END-IF

           MOVE PB-OPENING TO WS-RUNNING-BAL
           MOVE 0 TO WS-BALANCE-SUM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-LAST-SUB
               ADD MM-AMOUNT (WS-MONTH-SUB) TO WS-RUNNING-BAL
               IF WS-RUNNING-BAL > 0
                   ADD WS-RUNNING-BAL TO WS-BALANCE-SUM
               END-IF
           END-PERFORM

           IF WS-BALANCE-SUM > 0 AND PB-INT-RATE NUMERIC
               COMPUTE PB-INT-DUE ROUNDED =
                   WS-BALANCE-SUM * PB-INT-RATE / 12
           END-IF.
