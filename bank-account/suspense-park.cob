       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPPARK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SUSPENSE-FILE.
       COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       01 WS-SUSP-STATUS    PIC X(2).
       01 EOF-FLAG          PIC X.
       01 WS-DATE           PIC 9(8).
       01 WS-NEXT-ITEM      PIC 9(6).

       LINKAGE SECTION.
       COPY SUSPPARK.

       PROCEDURE DIVISION USING SUSPPARK-AREA.

      *    PARKS ONE UNAPPLIED CREDIT ON THE SUSPENSE LEDGER, CALLED
      *    BY EVERY PROGRAM THAT ENDS UP WITH MONEY IT CANNOT APPLY.
      *    ITEM NUMBERS RUN IN ONE SERIES ACROSS ALL SOURCES
       SUSPPARK-MAIN.
           PERFORM FIND-NEXT-ITEM-NUMBER

           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-NEXT-ITEM TO SU-ITEM-NO
           MOVE SK-SOURCE TO SU-SOURCE
           MOVE SK-REF TO SU-REF
           MOVE SK-ORIG-ACC TO SU-ORIG-ACC
           MOVE SK-AMOUNT TO SU-AMOUNT
           MOVE SK-NARRATIVE TO SU-NARRATIVE
           MOVE SK-REASON TO SU-REASON
           MOVE WS-DATE TO SU-PARK-DATE
           MOVE "OPEN    " TO SU-STATUS
           MOVE 0 TO SU-ACTION-DATE
           MOVE 0 TO SU-TARGET-ACC
           MOVE 0 TO SU-ACTION-BY

           WRITE SUSPENSE-REC

           CLOSE SUSPENSE-FILE

           MOVE WS-NEXT-ITEM TO SK-ITEM-NO

           GOBACK.

       FIND-NEXT-ITEM-NUMBER.
           MOVE 1 TO WS-NEXT-ITEM

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SU-ITEM-NO >= WS-NEXT-ITEM
                               COMPUTE WS-NEXT-ITEM = SU-ITEM-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
