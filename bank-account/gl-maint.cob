       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "gl-chart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "gl-map.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

           SELECT MAP-TEMP-FILE ASSIGN TO "gl-map.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD GL-CHART-FILE.
       COPY GLACCT.

       FD GL-MAP-FILE.
       COPY GLMAP.

       FD MAP-TEMP-FILE.
       COPY GLMAP REPLACING ==GL-MAP-REC== BY ==MAP-TEMP-REC==
                    LEADING ==GM== BY ==GT==.

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 FOUND-FLAG        PIC X VALUE "N".
       01 WS-CHART-STATUS   PIC X(2).
       01 WS-MAP-STATUS     PIC X(2).
       01 LIST-COUNT        PIC 9(5).
      *    HEADS ON FILE, COUNTED BY FIND-GL-HEAD WHEN IT READS THE
      *    WHOLE CHART; GLPOST HOLDS AT MOST 200 IN STORAGE
       01 HEAD-COUNT        PIC 9(5).
       01 SEARCH-CODE       PIC 9(4).
       01 SEARCH-TYPE       PIC X(8).
       01 SEARCH-ORIG       PIC X(8).
       01 WS-DR-CODE        PIC 9(4).
       01 WS-CR-CODE        PIC 9(4).
       01 HEADS-OK-FLAG     PIC X.
       01 WS-BALANCE        PIC S9(11)V99.
       01 WS-BAL-EDIT       PIC -(11)9.99.

       01 WS-MAP-FILENAME   PIC X(20) VALUE "gl-map.dat".
       01 WS-TEMP-FILENAME  PIC X(20) VALUE "gl-map.tmp".

       COPY SIGNONWS.

       PROCEDURE DIVISION.

      *    CHART OF ACCOUNTS AND THE TRANSACTION-TYPE MAPPING THAT
      *    THE NIGHTLY GL POSTING RUN USES TO TURN THE LOG INTO
      *    DOUBLE-ENTRY JOURNAL LINES. CHANGES ARE SUPERVISOR-ONLY;
      *    RUNNING BALANCES ARE MAINTAINED BY THE POSTING RUN ALONE
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 6

               DISPLAY " "
               DISPLAY "===== GENERAL LEDGER MAINTENANCE ====="
               DISPLAY "1. ADD GL HEAD"
               DISPLAY "2. LIST CHART OF ACCOUNTS"
               DISPLAY "3. ADD TRANSACTION TYPE MAPPING"
               DISPLAY "4. LIST TRANSACTION TYPE MAPPINGS"
               DISPLAY "5. DELETE TRANSACTION TYPE MAPPING"
               DISPLAY "6. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM ADD-GL-HEAD
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-GL-CHART
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM ADD-GL-MAPPING
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM LIST-GL-MAPPINGS
                   WHEN 5
                       IF SIGNON-SUPERVISOR
                           PERFORM DELETE-GL-MAPPING
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       ADD-GL-HEAD.
           DISPLAY "GL HEAD CODE (4 DIGITS):"
           ACCEPT SEARCH-CODE

           IF SEARCH-CODE = 0
               DISPLAY "GL HEAD 0000 IS RESERVED - NOT ADDED"
           ELSE
               PERFORM FIND-GL-HEAD
               EVALUATE TRUE
                   WHEN FOUND-FLAG = "Y"
                       DISPLAY "GL HEAD ALREADY ON THE CHART"
                   WHEN HEAD-COUNT >= 200
                       DISPLAY "CHART IS FULL AT 200 HEADS - NOT ADDED"
                   WHEN OTHER
                       PERFORM ADD-GL-HEAD-BODY
               END-EVALUATE
           END-IF.

       ADD-GL-HEAD-BODY.
           OPEN EXTEND GL-CHART-FILE
           IF WS-CHART-STATUS = "35"
               OPEN OUTPUT GL-CHART-FILE
           END-IF

           MOVE SEARCH-CODE TO GL-CODE
           DISPLAY "HEAD NAME:"
           ACCEPT GL-NAME
           DISPLAY "CLASS (A=ASSET L=LIABILITY I=INCOME E=EXPENSE):"
           ACCEPT GL-CLASS
           MOVE 0 TO GL-DR-TOTAL
           MOVE 0 TO GL-CR-TOTAL
           MOVE 0 TO GL-LAST-POSTED

           IF GL-CLASS NOT = "A" AND GL-CLASS NOT = "L"
               AND GL-CLASS NOT = "I" AND GL-CLASS NOT = "E"
               DISPLAY "CLASS MUST BE A, L, I OR E - NOT ADDED"
               CLOSE GL-CHART-FILE
           ELSE
               WRITE GL-ACCOUNT-REC
               CLOSE GL-CHART-FILE
               DISPLAY "GL HEAD " SEARCH-CODE " ADDED"
           END-IF.

       FIND-GL-HEAD.
           MOVE "N" TO FOUND-FLAG
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO HEAD-COUNT

           OPEN INPUT GL-CHART-FILE
           IF WS-CHART-STATUS NOT = "35"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-CHART-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO HEAD-COUNT
                           IF GL-CODE = SEARCH-CODE
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
           END-IF.

       LIST-GL-CHART.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT GL-CHART-FILE
           IF WS-CHART-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CODE NAME                      C "
                   "BALANCE (DR+/CR-)  LAST POSTED"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-CHART-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           COMPUTE WS-BALANCE =
                               GL-DR-TOTAL - GL-CR-TOTAL
                           MOVE WS-BALANCE TO WS-BAL-EDIT
                           DISPLAY GL-CODE " " GL-NAME " "
                               GL-CLASS " " WS-BAL-EDIT "  "
                               GL-LAST-POSTED
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
               DISPLAY "HEADS LISTED: " LIST-COUNT
           END-IF.

       ADD-GL-MAPPING.
      *    ONE MAPPING PER TRANSACTION TYPE; REVERSALS MAY CARRY A
      *    MAPPING PER ORIGINAL TYPE, OTHERWISE THEY POST THE
      *    ORIGINAL'S HEADS THE OTHER WAY ROUND
           DISPLAY "TRANSACTION TYPE (E.G. DEPOSIT):"
           ACCEPT SEARCH-TYPE
           MOVE SPACES TO SEARCH-ORIG
           IF SEARCH-TYPE = "REVERSAL"
               DISPLAY "ORIGINAL TYPE BEING REVERSED:"
               ACCEPT SEARCH-ORIG
           END-IF

           PERFORM FIND-GL-MAPPING
           IF FOUND-FLAG = "Y"
               DISPLAY "MAPPING ALREADY ON FILE - DELETE IT FIRST"
           ELSE
               DISPLAY "DEBIT GL HEAD (0 FOR A MEMO TYPE):"
               ACCEPT WS-DR-CODE
               DISPLAY "CREDIT GL HEAD (0 FOR A MEMO TYPE):"
               ACCEPT WS-CR-CODE
               PERFORM CHECK-MAPPING-HEADS
               IF HEADS-OK-FLAG = "Y"
                   PERFORM WRITE-GL-MAPPING
               END-IF
           END-IF.

       CHECK-MAPPING-HEADS.
      *    A POSTING MAPPING NEEDS TWO DIFFERENT HEADS THAT ARE BOTH
      *    ON THE CHART; A MEMO MAPPING HAS BOTH HEADS ZERO
           MOVE "Y" TO HEADS-OK-FLAG

           IF WS-DR-CODE = 0 AND WS-CR-CODE = 0
               DISPLAY "MEMO TYPE - NO GL EFFECT"
           ELSE
               IF WS-DR-CODE = 0 OR WS-CR-CODE = 0
                   OR WS-DR-CODE = WS-CR-CODE
                   DISPLAY "DEBIT AND CREDIT MUST BE TWO DIFFERENT "
                       "HEADS - NOT ADDED"
                   MOVE "N" TO HEADS-OK-FLAG
               ELSE
                   MOVE WS-DR-CODE TO SEARCH-CODE
                   PERFORM FIND-GL-HEAD
                   IF FOUND-FLAG = "N"
                       DISPLAY "DEBIT HEAD " WS-DR-CODE
                           " NOT ON THE CHART - NOT ADDED"
                       MOVE "N" TO HEADS-OK-FLAG
                   ELSE
                       MOVE WS-CR-CODE TO SEARCH-CODE
                       PERFORM FIND-GL-HEAD
                       IF FOUND-FLAG = "N"
                           DISPLAY "CREDIT HEAD " WS-CR-CODE
                               " NOT ON THE CHART - NOT ADDED"
                           MOVE "N" TO HEADS-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-GL-MAPPING.
           OPEN EXTEND GL-MAP-FILE
           IF WS-MAP-STATUS = "35"
               OPEN OUTPUT GL-MAP-FILE
           END-IF

           MOVE SEARCH-TYPE TO GM-TL-TYPE
           MOVE SEARCH-ORIG TO GM-ORIG-TYPE
           MOVE WS-DR-CODE  TO GM-DR-CODE
           MOVE WS-CR-CODE  TO GM-CR-CODE
           WRITE GL-MAP-REC

           CLOSE GL-MAP-FILE
           DISPLAY "MAPPING ADDED FOR " SEARCH-TYPE " " SEARCH-ORIG.

       FIND-GL-MAPPING.
           MOVE "N" TO FOUND-FLAG
           MOVE "N" TO EOF-FLAG

           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = "35"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF GM-TL-TYPE = SEARCH-TYPE
                               AND GM-ORIG-TYPE = SEARCH-ORIG
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       LIST-GL-MAPPINGS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS = "35"
               DISPLAY "NO TRANSACTION TYPE MAPPINGS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "TYPE     ORIGINAL DEBIT CREDIT"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           IF GM-DR-CODE = 0 AND GM-CR-CODE = 0
                               DISPLAY GM-TL-TYPE " " GM-ORIG-TYPE
                                   " MEMO - NO GL EFFECT"
                           ELSE
                               DISPLAY GM-TL-TYPE " " GM-ORIG-TYPE
                                   " " GM-DR-CODE "  " GM-CR-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY "MAPPINGS LISTED: " LIST-COUNT
           END-IF.

       DELETE-GL-MAPPING.
           DISPLAY "TRANSACTION TYPE TO UNMAP:"
           ACCEPT SEARCH-TYPE
           MOVE SPACES TO SEARCH-ORIG
           IF SEARCH-TYPE = "REVERSAL"
               DISPLAY "ORIGINAL TYPE BEING REVERSED:"
               ACCEPT SEARCH-ORIG
           END-IF

           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS = "35"
               DISPLAY "NO TRANSACTION TYPE MAPPINGS ON FILE"
           ELSE
               OPEN OUTPUT MAP-TEMP-FILE

               MOVE "N" TO EOF-FLAG
               MOVE "N" TO FOUND-FLAG

               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF GM-TL-TYPE = SEARCH-TYPE
                               AND GM-ORIG-TYPE = SEARCH-ORIG
                               MOVE "Y" TO FOUND-FLAG
                           ELSE
                               MOVE GL-MAP-REC TO MAP-TEMP-REC
                               WRITE MAP-TEMP-REC
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE GL-MAP-FILE
               CLOSE MAP-TEMP-FILE

               PERFORM COMMIT-TEMP-TO-MAP

               IF FOUND-FLAG = "Y"
                   DISPLAY "MAPPING DELETED"
               ELSE
                   DISPLAY "NO SUCH MAPPING ON FILE"
               END-IF
           END-IF.

       COMMIT-TEMP-TO-MAP.
      *    OS-LEVEL SWAP: THE RENAME REPLACES GL-MAP.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
           CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
               WS-MAP-FILENAME.
