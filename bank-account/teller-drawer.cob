           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "teller-drawers.tmp".

       01 WS-WORK-TELLER    PIC 999.
       01 WS-WORK-BRANCH    PIC 999.
       01 WS-REPORT-BRANCH  PIC 999.
       01 WS-CASH-IN        PIC 9(9)V99.
       01 WS-CASH-OUT       PIC 9(9)V99.
       01 WS-EXPECTED-CASH  PIC S9(9)V99.
       01 WS-REPORT-DATE    PIC 9(8).
       01 DRAWER-COUNT      PIC 9(3).

      *    OVER/SHORT BALANCING BY BRANCH, SUBSCRIPTED BY BRANCH
      *    CODE, WITH THE CONSOLIDATED TOTAL ACROSS ALL OF THEM
       01 BRANCH-DRAWER-TABLE.
           05 BRANCH-DRAWER OCCURS 999 TIMES.
               10 BD-COUNT      PIC 9(3).
               10 BD-FLOAT      PIC 9(9)V99.
               10 BD-SYSTEM     PIC S9(9)V99.
               10 BD-DECLARED   PIC 9(9)V99.
               10 BD-OVER-SHORT PIC S9(9)V99.
       01 WS-BRANCH-SUB     PIC 9(4).
       01 TOTAL-FLOAT       PIC 9(9)V99.
       01 TOTAL-SYSTEM      PIC S9(9)V99.
       01 TOTAL-DECLARED    PIC 9(9)V99.
       01 TOTAL-OVER-SHORT  PIC S9(9)V99.
       01 BD-FLOAT-EDIT     PIC Z(8)9.99.
       01 BD-SYSTEM-EDIT    PIC -(8)9.99.
       01 BD-DECLARED-EDIT  PIC Z(8)9.99.
       01 BD-OS-EDIT        PIC -(8)9.99.

      *    DECLARED CASH IS BUILT FROM A DENOMINATION COUNT SO THE
      *    TILL IS ACTUALLY COUNTED, NOT JUST AGREED TO
       01 WS-DENOM-COUNT    PIC 9(4).
               MOVE WS-DATE TO DR-DATE
               MOVE WS-WORK-TELLER TO DR-TELLER
               MOVE WS-TIME TO DR-OPEN-TIME
               MOVE SIGNON-BRANCH TO DR-BRANCH

               DISPLAY "OPENING FLOAT:"
               ACCEPT DR-FLOAT
               CLOSE DRAWER-FILE

               DISPLAY "DRAWER OPENED FOR TELLER " WS-WORK-TELLER
                   " AT BRANCH " DR-BRANCH " WITH FLOAT " DR-FLOAT
           END-IF.

       FIND-TODAYS-DRAWER.
                               AND DR-TELLER = WS-WORK-TELLER
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                               PERFORM SET-DRAWER-BRANCH
                               MOVE WS-BRANCH-SUB TO WS-WORK-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF.

       SET-DRAWER-BRANCH.
           IF DR-BRANCH NUMERIC AND DR-BRANCH > 0
               MOVE DR-BRANCH TO WS-BRANCH-SUB
           ELSE
               MOVE 1 TO WS-BRANCH-SUB
           END-IF.

       CLOSE-DRAWER.
           ACCEPT WS-DATE FROM DATE YYYYMMDD


       SUM-TELLER-CASH.
      *    THE SYSTEM-SIDE CASH POSITION IS THE TELLER'S OWN
      *    DEPOSIT AND WITHDRAWAL ENTRIES FOR THE DAY AT THE
      *    DRAWER'S BRANCH; TRANSFERS AND CLEARING MOVE NO PHYSICAL
      *    CASH
           MOVE 0 TO WS-CASH-IN
           MOVE 0 TO WS-CASH-OUT

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
                               AND TL-TELLER = WS-WORK-TELLER
                               AND TL-BRANCH = WS-WORK-BRANCH
                               EVALUATE TL-TYPE
                                   WHEN "DEPOSIT "
                                       ADD TL-AMOUNT TO WS-CASH-IN
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF

      *    ONE BRANCH OR, WITH 0, EVERY BRANCH; EITHER WAY THE
      *    REPORT CLOSES WITH THE BRANCH TOTALS AND THE
      *    CONSOLIDATED TOTAL OVER THE BRANCHES REPORTED
           DISPLAY "BRANCH (0 = ALL BRANCHES):"
           ACCEPT WS-REPORT-BRANCH

           MOVE 0 TO DRAWER-COUNT
           INITIALIZE BRANCH-DRAWER-TABLE

           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "35"
               MOVE SPACES TO RPT-TITLE
               STRING "TELLER OVER/SHORT REPORT  " WS-REPORT-DATE
                   DELIMITED BY SIZE INTO RPT-TITLE
               MOVE "BR  TELLER FLOAT      SYSTEM     DECLARED"
                   & "   OVER/SHORT STATUS" TO RPT-COLUMNS
               OPEN OUTPUT REPORT-FILE
               MOVE 0 TO RPT-PAGE-NUM
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM SET-DRAWER-BRANCH
                           IF DR-DATE = WS-REPORT-DATE
                               AND (WS-REPORT-BRANCH = 0
                               OR WS-REPORT-BRANCH = WS-BRANCH-SUB)
                               PERFORM REPORT-ONE-DRAWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE

               PERFORM WRITE-BRANCH-TOTALS

               MOVE SPACES TO RPT-DETAIL
               STRING "DRAWERS REPORTED: " DRAWER-COUNT
                   DELIMITED BY SIZE INTO RPT-DETAIL
               DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME
           END-IF.

       REPORT-ONE-DRAWER.
           ADD 1 TO DRAWER-COUNT
           ADD 1 TO BD-COUNT (WS-BRANCH-SUB)
           ADD DR-FLOAT TO BD-FLOAT (WS-BRANCH-SUB)
           ADD DR-SYSTEM-CASH TO BD-SYSTEM (WS-BRANCH-SUB)
           ADD DR-DECLARED TO BD-DECLARED (WS-BRANCH-SUB)
           ADD DR-OVER-SHORT TO BD-OVER-SHORT (WS-BRANCH-SUB)

           MOVE DR-OVER-SHORT TO WS-OS-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING WS-BRANCH-SUB (2:3) " " DR-TELLER "    " DR-FLOAT
               " " DR-SYSTEM-CASH
               " " DR-DECLARED
               " " WS-OS-EDIT
               " " DR-STATUS
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       WRITE-BRANCH-TOTALS.
           MOVE 0 TO TOTAL-FLOAT
           MOVE 0 TO TOTAL-SYSTEM
           MOVE 0 TO TOTAL-DECLARED
           MOVE 0 TO TOTAL-OVER-SHORT

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "BRANCH TOTALS  DRAWERS        FLOAT       SYSTEM"
               & "     DECLARED   OVER/SHORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > 999
               IF BD-COUNT (WS-BRANCH-SUB) > 0
                   ADD BD-FLOAT (WS-BRANCH-SUB) TO TOTAL-FLOAT
                   ADD BD-SYSTEM (WS-BRANCH-SUB) TO TOTAL-SYSTEM
                   ADD BD-DECLARED (WS-BRANCH-SUB) TO TOTAL-DECLARED
                   ADD BD-OVER-SHORT (WS-BRANCH-SUB)
                       TO TOTAL-OVER-SHORT
                   MOVE BD-FLOAT (WS-BRANCH-SUB) TO BD-FLOAT-EDIT
                   MOVE BD-SYSTEM (WS-BRANCH-SUB) TO BD-SYSTEM-EDIT
                   MOVE BD-DECLARED (WS-BRANCH-SUB)
                       TO BD-DECLARED-EDIT
                   MOVE BD-OVER-SHORT (WS-BRANCH-SUB) TO BD-OS-EDIT
                   MOVE SPACES TO RPT-DETAIL
                   STRING "BRANCH " WS-BRANCH-SUB (2:3) "         "
                       BD-COUNT (WS-BRANCH-SUB) " "
                       BD-FLOAT-EDIT " " BD-SYSTEM-EDIT " "
                       BD-DECLARED-EDIT " " BD-OS-EDIT
                       DELIMITED BY SIZE INTO RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY RPT-DETAIL
               END-IF
           END-PERFORM

           MOVE TOTAL-FLOAT TO BD-FLOAT-EDIT
           MOVE TOTAL-SYSTEM TO BD-SYSTEM-EDIT
           MOVE TOTAL-DECLARED TO BD-DECLARED-EDIT
           MOVE TOTAL-OVER-SHORT TO BD-OS-EDIT
           MOVE SPACES TO RPT-DETAIL
           STRING "CONSOLIDATED       " DRAWER-COUNT " "
               BD-FLOAT-EDIT " " BD-SYSTEM-EDIT " "
               BD-DECLARED-EDIT " " BD-OS-EDIT
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           DISPLAY RPT-DETAIL.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
