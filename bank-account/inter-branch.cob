       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-ENTRY-FILE ASSIGN TO "inter-branch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IB-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD IB-ENTRY-FILE.
       COPY IBENTRY.

       WORKING-STORAGE SECTION.
       01 WS-IB-STATUS      PIC X(2).

       LINKAGE SECTION.
       COPY IBPOST.

       PROCEDURE DIVISION USING IBPOST-AREA.

      *    RAISES THE INTER-BRANCH ENTRIES FOR ONE TRANSFER, CALLED
      *    BY EVERY PROGRAM THAT MOVES MONEY FROM ONE CUSTOMER
      *    ACCOUNT TO ANOTHER. A TRANSFER WITHIN ONE BRANCH NEEDS
      *    NONE; ACROSS BRANCHES THE SENDING AND RECEIVING LINES
      *    ARE WRITTEN TOGETHER SO THE FILE ALWAYS NETS TO ZERO
       IBPOST-MAIN.
           MOVE "N" TO XB-POSTED-FLAG

           IF XB-FROM-BRANCH NOT = XB-TO-BRANCH
               OPEN EXTEND IB-ENTRY-FILE
               IF WS-IB-STATUS = "35"
                   OPEN OUTPUT IB-ENTRY-FILE
               END-IF

               DIVIDE XB-TIMESTAMP BY 1000000 GIVING IB-DATE
               MOVE XB-TIMESTAMP TO IB-TIMESTAMP
               MOVE XB-REF TO IB-REF

               MOVE XB-FROM-BRANCH TO IB-BRANCH
               MOVE XB-TO-BRANCH TO IB-CONTRA-BRANCH
               MOVE XB-FROM-ACC TO IB-ACC-NUMBER
               MOVE XB-TO-ACC TO IB-CONTRA-ACC
               MOVE XB-AMOUNT TO IB-AMOUNT
               WRITE IB-ENTRY-REC

               MOVE XB-TO-BRANCH TO IB-BRANCH
               MOVE XB-FROM-BRANCH TO IB-CONTRA-BRANCH
               MOVE XB-TO-ACC TO IB-ACC-NUMBER
               MOVE XB-FROM-ACC TO IB-CONTRA-ACC
               COMPUTE IB-AMOUNT = 0 - XB-AMOUNT
               WRITE IB-ENTRY-REC

               CLOSE IB-ENTRY-FILE
               MOVE "Y" TO XB-POSTED-FLAG
           END-IF

           GOBACK.
