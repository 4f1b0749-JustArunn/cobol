       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CHARGE-SCHED-FILE ASSIGN TO "charge-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT CHARGE-WAIVER-FILE ASSIGN TO "charge-waivers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIVER-STATUS.

           SELECT UNRECOVERED-FILE ASSIGN TO "charge-unrecovered.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNREC-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ACCOUNT-FILE.
       COPY ACCOUNT.

       FD TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD CHARGE-SCHED-FILE.
       COPY CHGSCHED.

       FD CHARGE-WAIVER-FILE.
       COPY CHGWAIV.

       FD UNRECOVERED-FILE.
       01 UNRECOVERED-REC.
           05 CU-DATE        PIC 9(8).
           05 CU-ACC-NUMBER  PIC 9(5).
           05 CU-EVENT       PIC X(4).
           05 CU-AMOUNT      PIC 9(5)V99.
           05 CU-REF         PIC X(14).
           05 CU-REASON      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY TRANSEQ.
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-LOG-STATUS     PIC X(2).
       01 WS-SCHED-STATUS   PIC X(2).
       01 WS-WAIVER-STATUS  PIC X(2).
       01 WS-UNREC-STATUS   PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-TIME           PIC 9(6).
       01 WS-TIMESTAMP      PIC 9(14).
       01 SCHED-FOUND-FLAG  PIC X.
       01 WAIVER-FOUND-FLAG PIC X.
       01 WS-APPLIES-TYPES  PIC X(2).
       01 WS-AVAILABLE      PIC S9(8)V99.
       01 WS-CHG-REF        PIC X(14).
       01 WS-UNREC-REASON   PIC X(20).

       LINKAGE SECTION.
       COPY CHGPOST.

       PROCEDURE DIVISION USING CHGPOST-AREA.

      *    TAKES ONE SERVICE CHARGE FROM AN ACCOUNT AT THE AMOUNT ON
      *    THE CHARGE SCHEDULE, UNDER ITS OWN SVCCHG LOG TYPE. THE
      *    CALLER MUST NOT HOLD ACCOUNTS.DAT OPEN. A CHARGE NEVER
      *    TOUCHES A CLOSED, DORMANT OR FROZEN ACCOUNT AND NEVER
      *    DIPS INTO HELD FUNDS OR PAST THE OVERDRAFT LIMIT; ONE IT
      *    CANNOT TAKE GOES TO THE UNRECOVERED CHARGES FILE
       CHGPOST-MAIN.
           MOVE "N" TO CP-RESULT
           MOVE 0 TO CP-AMOUNT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE WS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           MOVE SPACES TO WS-CHG-REF
           STRING CP-EVENT CP-REF-DETAIL DELIMITED BY SIZE
               INTO WS-CHG-REF

           PERFORM FIND-SCHEDULED-CHARGE
           IF SCHED-FOUND-FLAG = "N" OR CP-AMOUNT = 0
               GOBACK
           END-IF

           PERFORM CHECK-STANDING-WAIVER
           IF WAIVER-FOUND-FLAG = "Y"
               MOVE "W" TO CP-RESULT
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00" OR WS-ACCOUNT-STATUS = "05"
               MOVE CP-ACC-NUMBER TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "X" TO CP-RESULT
                   NOT INVALID KEY
                       PERFORM TAKE-CHARGE
               END-READ
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "ACCOUNT FILE OPEN ERROR, STATUS: "
                   WS-ACCOUNT-STATUS
               MOVE "X" TO CP-RESULT
           END-IF

           IF CP-RESULT = "B" OR CP-RESULT = "I"
               PERFORM WRITE-UNRECOVERED
           END-IF

           GOBACK.

       FIND-SCHEDULED-CHARGE.
      *    THE LAST LINE ON THE SCHEDULE FOR THE EVENT WINS, SO A
      *    RE-KEYED AMOUNT SUPERSEDES THE OLD ONE
           MOVE "N" TO SCHED-FOUND-FLAG
           MOVE SPACES TO WS-APPLIES-TYPES

           OPEN INPUT CHARGE-SCHED-FILE
           IF WS-SCHED-STATUS = "00" OR WS-SCHED-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHARGE-SCHED-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CS-EVENT = CP-EVENT
                               MOVE "Y" TO SCHED-FOUND-FLAG
                               MOVE CS-AMOUNT TO CP-AMOUNT
                               MOVE CS-ACC-TYPES TO WS-APPLIES-TYPES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-SCHED-FILE
           END-IF.

       CHECK-STANDING-WAIVER.
           MOVE "N" TO WAIVER-FOUND-FLAG

           OPEN INPUT CHARGE-WAIVER-FILE
           IF WS-WAIVER-STATUS = "00" OR WS-WAIVER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHARGE-WAIVER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CW-ACC-NUMBER = CP-ACC-NUMBER
                               AND (CW-EVENT = CP-EVENT
                                   OR CW-EVENT = "ALL ")
                               AND CW-UNTIL-DATE >= WS-DATE
                               MOVE "Y" TO WAIVER-FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-WAIVER-FILE
           END-IF.

       TAKE-CHARGE.
           IF ACC-TYPE NOT = WS-APPLIES-TYPES (1:1)
               AND ACC-TYPE NOT = WS-APPLIES-TYPES (2:1)
               MOVE "N" TO CP-RESULT
               MOVE 0 TO CP-AMOUNT
           ELSE
               EVALUATE TRUE
                   WHEN ACC-CLOSED-FLAG = "C"
                       MOVE "B" TO CP-RESULT
                       MOVE "ACCOUNT CLOSED" TO WS-UNREC-REASON
                   WHEN ACC-DORMANT-FLAG = "D"
                       MOVE "B" TO CP-RESULT
                       MOVE "ACCOUNT DORMANT" TO WS-UNREC-REASON
                   WHEN ACC-FREEZE-FLAG = "F"
                       MOVE "B" TO CP-RESULT
                       MOVE "ACCOUNT FROZEN" TO WS-UNREC-REASON
                   WHEN OTHER
                       PERFORM CHECK-CHARGE-COVER
               END-EVALUATE
           END-IF.

       CHECK-CHARGE-COVER.
      *    HELD FUNDS ARE UNTOUCHABLE; A CURRENT ACCOUNT MAY USE ITS
      *    OVERDRAFT, A SAVINGS ACCOUNT MAY NOT GO BELOW ZERO
           COMPUTE WS-AVAILABLE = BALANCE - ACC-HOLD-AMT
           IF ACC-TYPE = "C"
               ADD ACC-OD-LIMIT TO WS-AVAILABLE
           END-IF

           IF WS-AVAILABLE < CP-AMOUNT
               MOVE "I" TO CP-RESULT
               MOVE "INSUFFICIENT FUNDS" TO WS-UNREC-REASON
           ELSE
               SUBTRACT CP-AMOUNT FROM BALANCE
               REWRITE ACCOUNT-REC
               PERFORM LOG-CHARGE-ENTRY
               MOVE "P" TO CP-RESULT
           END-IF.

       LOG-CHARGE-ENTRY.
           OPEN I-O TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF

           MOVE ACC-NUMBER   TO TL-ACC-NUMBER
           MOVE "SVCCHG  "   TO TL-TYPE
           MOVE CP-AMOUNT    TO TL-AMOUNT
           MOVE BALANCE      TO TL-BALANCE
           MOVE WS-TIMESTAMP TO TL-TIMESTAMP
           MOVE WS-CHG-REF   TO TL-REF
           MOVE SPACES       TO TL-ORIG-TYPE
           MOVE CP-TELLER    TO TL-TELLER
           MOVE ACC-BRANCH   TO TL-BRANCH

           CALL "TRANSEQ" USING TRANSEQ-AREA
           MOVE TS-SEQ TO TL-SEQ

           WRITE TRANSACTION-LOG-REC

           CLOSE TRANSACTION-LOG-FILE.

       WRITE-UNRECOVERED.
           OPEN EXTEND UNRECOVERED-FILE
           IF WS-UNREC-STATUS = "35"
               OPEN OUTPUT UNRECOVERED-FILE
           END-IF

           MOVE WS-DATE         TO CU-DATE
           MOVE CP-ACC-NUMBER   TO CU-ACC-NUMBER
           MOVE CP-EVENT        TO CU-EVENT
           MOVE CP-AMOUNT       TO CU-AMOUNT
           MOVE WS-CHG-REF      TO CU-REF
           MOVE WS-UNREC-REASON TO CU-REASON
           WRITE UNRECOVERED-REC

           CLOSE UNRECOVERED-FILE.
