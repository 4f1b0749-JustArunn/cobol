       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFPOST.

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
       01 WS-TODAY          PIC 9(8).

       LINKAGE SECTION.
       COPY PFPOST.

       PROCEDURE DIVISION USING PFPOST-AREA.

      *    POSTS ONE MONTH'S PROVIDENT FUND CONTRIBUTION TO THE
      *    MEMBER'S LEDGER: THE EMPLOYEE SHARE TAKEN FROM PAY AND A
      *    MATCHING EMPLOYER CONTRIBUTION. CALLED BY SALARYCALC FOR
      *    EACH EMPLOYEE PAID, BY PAYFIX WHEN IT PAYS AN EXCEPTION
      *    AND BY SETTLEMENT FOR A LEAVER'S FINAL MONTH
       PFPOST-MAIN.
           IF PX-EMP-SHARE > 0
               ACCEPT WS-TODAY FROM DATE YYYYMMDD

               OPEN EXTEND PF-LEDGER-FILE
               IF WS-PF-STATUS = "35"
                   OPEN OUTPUT PF-LEDGER-FILE
               END-IF

               MOVE PX-EMP-ID TO PM-EMP-ID
               MOVE PX-PERIOD TO PM-PERIOD
               MOVE PX-EMP-SHARE TO PM-AMOUNT
               MOVE WS-TODAY TO PM-POST-DATE
               MOVE PX-SOURCE TO PM-SOURCE
               MOVE PX-POSTED-BY TO PM-POSTED-BY

               MOVE "E" TO PM-TYPE
               WRITE PF-LEDGER-REC
               MOVE "R" TO PM-TYPE
               WRITE PF-LEDGER-REC

               CLOSE PF-LEDGER-FILE
           END-IF

           GOBACK.
