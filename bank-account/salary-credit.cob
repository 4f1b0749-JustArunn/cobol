           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT UNMATCHED-FILE ASSIGN TO "salary-unmatched.dat"
       01 COMPUTED-COUNT    PIC 9(5) VALUE 0.
       01 COMPUTED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 UNMATCHED-COUNT   PIC 9(5) VALUE 0.
       01 SUSPENSE-COUNT    PIC 9(5) VALUE 0.
       01 SUSPENSE-TOTAL    PIC 9(9)V99 VALUE 0.
       01 FUNDING-DIFF      PIC S9(9)V99 VALUE 0.
       01 ALREADY-CREDITED-FLAG PIC X.
       01 RERUN-ANSWER      PIC X.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 UM-REASON     PIC X(25).

       COPY SUSPPARK.
       COPY PERCHK.

       PROCEDURE DIVISION.

       MAIN-PARA.
      *    NOTHING IS POSTED INTO A CLOSED ACCOUNTING MONTH
           MOVE 0 TO PK-DATE
           CALL "PERCHK" USING PERCHK-AREA
           IF PK-RESULT = "C"
               DISPLAY "PERIOD " PK-PERIOD " IS CLOSED - NOTHING POSTED"
               GOBACK
           END-IF

           DISPLAY "ENTER PAY PERIOD TO CREDIT (YYYYMM):"
           ACCEPT WS-PAY-PERIOD

               CONTINUE
           ELSE
               PERFORM UNTIL GUARD-EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO GUARD-EOF-FLAG
                       NOT AT END
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO UM-REASON
                       PERFORM PARK-IN-SUSPENSE
                   NOT INVALID KEY
      *    A MAPPING LEFT POINTING AT A DEAD ACCOUNT SAYS THE
      *    EMPLOYEE BANKS WITH US BUT THE CREDIT HAS NOWHERE TO
      *    GO - IT IS PARKED IN SUSPENSE UNTIL STAFF CLEAR IT TO
      *    THE EMPLOYEE'S NEW ACCOUNT OR RETURN IT TO PAYROLL
                       IF ACC-CLOSED-FLAG = "C"
                           MOVE "ACCOUNT CLOSED" TO UM-REASON
                           PERFORM PARK-IN-SUSPENSE
                       ELSE
                           MOVE SH-NET-SALARY TO CREDIT-AMT
                           ADD CREDIT-AMT TO BALANCE
           END-IF.

       LOG-SALARY-CREDIT.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           MOVE SPACES        TO TL-REF
           MOVE SPACES        TO TL-ORIG-TYPE
           MOVE 0             TO TL-TELLER
           MOVE ACC-BRANCH    TO TL-BRANCH
           STRING "EMP" SH-EMP-ID WS-PAY-PERIOD
               DELIMITED BY SIZE INTO TL-REF

           DISPLAY "UNMATCHED: EMPLOYEE " SH-EMP-ID " - " UM-REASON
               " - ON OUTBOUND BANK FILE".

       PARK-IN-SUSPENSE.
           ADD 1 TO UNMATCHED-COUNT
           ADD 1 TO SUSPENSE-COUNT
           ADD SH-NET-SALARY TO SUSPENSE-TOTAL
           MOVE SH-EMP-ID   TO UM-EMP-ID
           MOVE SH-EMP-NAME TO UM-EMP-NAME
           MOVE SH-NET-SALARY TO UM-NET
           WRITE UNMATCHED-LINE FROM UM-DETAIL-LINE

           MOVE "SALCRED " TO SK-SOURCE
           MOVE SPACES TO SK-REF
           STRING "EMP" SH-EMP-ID WS-PAY-PERIOD
               DELIMITED BY SIZE INTO SK-REF
           MOVE WS-CREDIT-ACC TO SK-ORIG-ACC
           MOVE SH-NET-SALARY TO SK-AMOUNT
           MOVE SH-EMP-NAME TO SK-NARRATIVE
           MOVE UM-REASON TO SK-REASON
           CALL "SUSPPARK" USING SUSPPARK-AREA

           DISPLAY "UNMATCHED: EMPLOYEE " SH-EMP-ID " - " UM-REASON
               " - SUSPENSE ITEM " SK-ITEM-NO.

       OPEN-BANK-FILE.
           MOVE SPACES TO WS-BANK-FILENAME
           STRING "bankfile-" WS-PAY-PERIOD ".dat"
           END-IF.

       PRINT-FUNDING-SUMMARY.
      *    EVERY COMPUTED NET MUST BE COVERED BY AN IN-HOUSE
      *    CREDIT, THE OUTBOUND BANK FILE OR A SUSPENSE ITEM
           COMPUTE FUNDING-DIFF = COMPUTED-TOTAL - CREDIT-TOTAL
               - BANK-HASH-TOTAL - SUSPENSE-TOTAL

           DISPLAY " "
           DISPLAY "===== SALARY CREDIT FUNDING SUMMARY " WS-PAY-PERIOD
           DISPLAY "TOTAL CREDITED          : " CREDIT-TOTAL
           DISPLAY "ON OUTBOUND BANK FILE   : " BANK-DETAIL-COUNT
           DISPLAY "BANK FILE HASH TOTAL    : " BANK-HASH-TOTAL
           DISPLAY "PARKED IN SUSPENSE      : " SUSPENSE-COUNT
           DISPLAY "SUSPENSE TOTAL          : " SUSPENSE-TOTAL
           DISPLAY "DIFFERENCE (MUST BE 0)  : " FUNDING-DIFF
           IF FUNDING-DIFF = 0
               DISPLAY "FUNDING SUMMARY AGREES WITH PAYROLL GRAND NET"
