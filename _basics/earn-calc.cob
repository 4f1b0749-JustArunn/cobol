       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPONENT-FILE ASSIGN TO "earn-components.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMP-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "emp-earnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD COMPONENT-FILE.
       COPY EARNCOMP.

       FD ASSIGN-FILE.
       COPY EMPEARN.

       WORKING-STORAGE SECTION.
       01 WS-COMP-STATUS    PIC X(2).
       01 WS-ASSIGN-STATUS  PIC X(2).
       01 EOF-FLAG          PIC X.
       01 COMP-LOADED-FLAG  PIC X VALUE "N".
       01 CT-FOUND-FLAG     PIC X.
       01 WS-AMOUNT         PIC 9(6).
       01 WS-LOP-CUT        PIC 9(6).
       01 WS-VALUE          PIC 9(6)V99.

      *    THE COMPONENT MASTER IS READ ONCE PER RUN; ONLY ACTIVE
      *    COMPONENTS ARE KEPT
       01 CT-COUNT          PIC 9(2) VALUE 0.
       01 COMP-TABLE.
           05 CT-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               10 CT-CODE     PIC X(4).
               10 CT-DESC     PIC X(20).
               10 CT-TAXABLE  PIC X.
               10 CT-LOP      PIC X.
               10 CT-CALC     PIC X.
               10 CT-VALUE    PIC 9(6)V99.

       LINKAGE SECTION.
       COPY EARNCALC.

       PROCEDURE DIVISION USING EARNCALC-AREA.

      *    EARNINGS COMPONENTS OF ONE EMPLOYEE FOR ONE PAY PERIOD -
      *    HOUSE RENT, TRANSPORT, SHIFT AND THE LIKE - FROM THE
      *    ASSIGNMENTS OPEN IN THE PERIOD. A FIXED COMPONENT PAYS
      *    ITS AMOUNT, A PERCENTAGE ONE ITS SHARE OF THE MONTH'S
      *    FULL BASIC; A COMPONENT SUBJECT TO LOSS OF PAY IS THEN
      *    CUT FOR THE UNPAID DAYS THE SAME WAY BASIC IS. ASKED BY
      *    SALARYCALC AND BY PAYFIX WHEN IT REPAYS AN EXCEPTION
       EARNCALC-MAIN.
           IF COMP-LOADED-FLAG = "N"
               PERFORM LOAD-COMPONENTS
               MOVE "Y" TO COMP-LOADED-FLAG
           END-IF

           MOVE 0 TO EN-COUNT
           MOVE 0 TO EN-TOTAL
           MOVE 0 TO EN-EXEMPT-TOTAL

           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "00" OR WS-ASSIGN-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ASSIGN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EA-EMP-ID = EN-EMP-ID
                               AND EA-FROM-PERIOD <= EN-PERIOD
                               AND (EA-TO-PERIOD = 0
                                   OR EA-TO-PERIOD >= EN-PERIOD)
                               PERFORM PRICE-ONE-COMPONENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF

           GOBACK.

       LOAD-COMPONENTS.
           MOVE 0 TO CT-COUNT
           OPEN INPUT COMPONENT-FILE
           IF WS-COMP-STATUS = "00" OR WS-COMP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ COMPONENT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EC-STATUS = "ACTIVE" AND CT-COUNT < 50
                               ADD 1 TO CT-COUNT
                               MOVE EC-CODE TO CT-CODE (CT-COUNT)
                               MOVE EC-DESC TO CT-DESC (CT-COUNT)
                               MOVE EC-TAXABLE TO CT-TAXABLE (CT-COUNT)
                               MOVE EC-LOP TO CT-LOP (CT-COUNT)
                               MOVE EC-CALC TO CT-CALC (CT-COUNT)
                               MOVE EC-VALUE TO CT-VALUE (CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
           END-IF.

       PRICE-ONE-COMPONENT.
           MOVE "N" TO CT-FOUND-FLAG
           SET CT-IDX TO 1
           SEARCH CT-ENTRY
               WHEN CT-IDX > CT-COUNT
                   CONTINUE
               WHEN CT-CODE (CT-IDX) = EA-CODE
                   MOVE "Y" TO CT-FOUND-FLAG
           END-SEARCH

      *    AN ASSIGNMENT TO A CLOSED OR UNKNOWN COMPONENT PAYS
      *    NOTHING
           IF CT-FOUND-FLAG = "Y"
               IF EN-COUNT >= 8
                   DISPLAY "EMPLOYEE " EN-EMP-ID " HAS MORE THAN 8 "
                       "EARNINGS COMPONENTS - " EA-CODE " NOT PAID"
               ELSE
                   IF EA-VALUE > 0
                       MOVE EA-VALUE TO WS-VALUE
                   ELSE
                       MOVE CT-VALUE (CT-IDX) TO WS-VALUE
                   END-IF
                   IF CT-CALC (CT-IDX) = "P"
                       COMPUTE WS-AMOUNT ROUNDED =
                           EN-BASIC * WS-VALUE / 100
                   ELSE
                       COMPUTE WS-AMOUNT ROUNDED = WS-VALUE
                   END-IF

                   MOVE 0 TO WS-LOP-CUT
                   IF CT-LOP (CT-IDX) = "Y" AND EN-LOP-DAYS > 0
                       AND EN-MONTH-DAYS > 0
                       COMPUTE WS-LOP-CUT ROUNDED =
                           WS-AMOUNT * EN-LOP-DAYS / EN-MONTH-DAYS
                       SUBTRACT WS-LOP-CUT FROM WS-AMOUNT
                   END-IF

                   ADD 1 TO EN-COUNT
                   MOVE EA-CODE TO EN-CODE (EN-COUNT)
                   MOVE CT-DESC (CT-IDX) TO EN-DESC (EN-COUNT)
                   MOVE CT-TAXABLE (CT-IDX) TO EN-TAXABLE (EN-COUNT)
                   MOVE WS-AMOUNT TO EN-AMOUNT (EN-COUNT)
                   MOVE WS-LOP-CUT TO EN-LOP-CUT (EN-COUNT)
                   ADD WS-AMOUNT TO EN-TOTAL
                   IF CT-TAXABLE (CT-IDX) = "N"
                       ADD WS-AMOUNT TO EN-EXEMPT-TOTAL
                   END-IF
               END-IF
           END-IF.
