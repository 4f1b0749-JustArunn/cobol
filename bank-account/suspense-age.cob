       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

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
       01 WS-AGE-DAYS       PIC S9(7).
       01 WS-BAND           PIC 9.

       LINKAGE SECTION.
       COPY SUSPAGE.

       PROCEDURE DIVISION USING SUSPAGE-AREA.

      *    AGES THE OPEN SUSPENSE ITEMS AS AT SA-AS-OF-DATE AND
      *    TOTALS THE DAY'S MOVEMENTS, FOR THE SUSPENSE SCREEN AND
      *    THE END-OF-DAY PROOF
       SUSPAGE-MAIN.
           MOVE 0 TO SA-OPEN-COUNT
           MOVE 0 TO SA-OPEN-TOTAL
           MOVE 0 TO SA-PARKED-TODAY
           MOVE 0 TO SA-CLEARED-TODAY
           MOVE 0 TO SA-RETURNED-TODAY
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               MOVE 0 TO SA-BAND-COUNT (WS-BAND)
               MOVE 0 TO SA-BAND-AMOUNT (WS-BAND)
           END-PERFORM

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM AGE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF

           GOBACK.

       AGE-ONE-ITEM.
           IF SU-PARK-DATE = SA-AS-OF-DATE
               ADD SU-AMOUNT TO SA-PARKED-TODAY
           END-IF

           EVALUATE SU-STATUS
               WHEN "OPEN    "
                   ADD 1 TO SA-OPEN-COUNT
                   ADD SU-AMOUNT TO SA-OPEN-TOTAL
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (SA-AS-OF-DATE)
                       - FUNCTION INTEGER-OF-DATE (SU-PARK-DATE)
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 7
                           MOVE 1 TO WS-BAND
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 2 TO WS-BAND
                       WHEN OTHER
                           MOVE 3 TO WS-BAND
                   END-EVALUATE
                   ADD 1 TO SA-BAND-COUNT (WS-BAND)
                   ADD SU-AMOUNT TO SA-BAND-AMOUNT (WS-BAND)
               WHEN "CLEARED "
                   IF SU-ACTION-DATE = SA-AS-OF-DATE
                       ADD SU-AMOUNT TO SA-CLEARED-TODAY
                   END-IF
               WHEN "RETURNED"
                   IF SU-ACTION-DATE = SA-AS-OF-DATE
                       ADD SU-AMOUNT TO SA-RETURNED-TODAY
                   END-IF
           END-EVALUATE.
