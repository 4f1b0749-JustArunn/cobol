       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "employees.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT APPRAISAL-FILE ASSIGN TO "appraisals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.

           SELECT APPR-TEMP-FILE ASSIGN TO "appraisals.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIX-FILE ASSIGN TO "increment-matrix.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATRIX-STATUS.

           SELECT MATRIX-TEMP-FILE ASSIGN TO "increment-matrix.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSAL-FILE ASSIGN TO "increment-proposals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

           SELECT PROP-TEMP-FILE ASSIGN TO "increment-proposals.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALARY-CHANGE-FILE ASSIGN TO "salary-changes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALCHG-STATUS.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMP-FILE.
       COPY EMPREC.

       FD APPRAISAL-FILE.
       COPY APPRAISE.

       FD APPR-TEMP-FILE.
       COPY APPRAISE REPLACING ==APPRAISAL-REC== BY ==APPR-TEMP-REC==
                    LEADING ==AP== BY ==AT==.

       FD MATRIX-FILE.
       COPY INCMATRX.

       FD MATRIX-TEMP-FILE.
       COPY INCMATRX REPLACING ==INCR-MATRIX-REC==
                    BY ==MATRIX-TEMP-REC==
                    LEADING ==IM== BY ==MT==.

       FD PROPOSAL-FILE.
       COPY INCPROP.

       FD PROP-TEMP-FILE.
       COPY INCPROP REPLACING ==INCR-PROPOSAL-REC==
                    BY ==PROP-TEMP-REC==
                    LEADING ==IP== BY ==PT==.

       FD SALARY-CHANGE-FILE.
       COPY SALCHG.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG          PIC X VALUE "N".
       01 WS-EMP-STATUS     PIC X(2).
       01 WS-APPR-STATUS    PIC X(2).
       01 WS-MATRIX-STATUS  PIC X(2).
       01 WS-PROP-STATUS    PIC X(2).
       01 WS-SALCHG-STATUS  PIC X(2).
       01 WS-TODAY          PIC 9(8).
       01 CONFIRM-ANSWER    PIC X.
       01 EMP-FOUND-FLAG    PIC X.
       01 ENTRY-OK-FLAG     PIC X.

       01 WS-CYCLE          PIC X(10).
       01 NEW-EMP-ID        PIC 999.
       01 NEW-RATING        PIC 9.
       01 NEW-ROLE          PIC X(20).
       01 NEW-PCT-IN        PIC 9(4).
       01 NEW-PCT           PIC 9(2)V99.
       01 WS-CUTOFF-DATE    PIC 9(8).
       01 WS-EFF-DATE       PIC 9(8).
       01 LIST-COUNT        PIC 9(4).
       01 UNRATED-COUNT     PIC 9(4).

      *    A CYCLE ONCE APPLIED IS CLOSED: ITS RATINGS AND PROPOSALS
      *    CAN NO LONGER BE CHANGED
       01 CYCLE-APPLIED-FLAG PIC X.
       01 CYCLE-PROPOSED-COUNT PIC 9(4).
       01 CYCLE-PROPOSED-BY PIC 999.

       01 WS-APPR-FILENAME  PIC X(24) VALUE "appraisals.dat".
       01 WS-APPR-TEMP-FILENAME PIC X(24) VALUE "appraisals.tmp".
       01 WS-MATRIX-FILENAME PIC X(24) VALUE "increment-matrix.dat".
       01 WS-MATRIX-TEMP-FILENAME PIC X(24)
           VALUE "increment-matrix.tmp".
       01 WS-PROP-FILENAME  PIC X(24) VALUE "increment-proposals.dat".
       01 WS-PROP-TEMP-FILENAME PIC X(24)
           VALUE "increment-proposals.tmp".

      *    RATINGS OF THE CYCLE BY EMPLOYEE; 0 = NOT RATED
       01 RATING-TABLE.
           05 RTG-RATING OCCURS 999 TIMES PIC 9.
       01 RTG-SUB           PIC 9(4).

       01 MATRIX-COUNT      PIC 9(3) VALUE 0.
       01 MATRIX-TABLE.
           05 MX-ENTRY OCCURS 200 TIMES INDEXED BY MX-IDX.
               10 MX-ROLE        PIC X(20).
               10 MX-RATING      PIC 9.
               10 MX-PCT         PIC 9(2)V99.
       01 MX-FOUND-FLAG     PIC X.
       01 MX-PCT-FOUND      PIC 9(2)V99.

       01 WS-NEW-SALARY     PIC 9(6).
       01 WS-OLD-SALARY     PIC 9(6).
       01 SKIP-REASON       PIC X(20).
       01 PROPOSED-COUNT    PIC 9(4).
       01 SKIPPED-COUNT     PIC 9(4).
       01 APPLIED-COUNT     PIC 9(4).
       01 DROPPED-COUNT     PIC 9(4).
       01 TOTAL-OLD-SALARY  PIC 9(9).
       01 TOTAL-NEW-SALARY  PIC 9(9).
       01 TOTAL-INCREASE    PIC 9(9).

       01 IR-DETAIL-LINE.
           05 IR-EMP-ID      PIC 999.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-EMP-NAME    PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-ROLE        PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 IR-RATING      PIC 9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-PCT         PIC Z9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-OLD-SALARY  PIC ZZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-NEW-SALARY  PIC ZZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 IR-NOTE        PIC X(15).

       01 SHOW-PCT          PIC Z9.99.
       01 SHOW-TOTAL        PIC ZZZ,ZZZ,ZZ9.

       COPY RPTWS.
       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

      *    ANNUAL APPRAISAL AND MASS INCREMENT. EACH ACTIVE
      *    EMPLOYEE IS RATED 1 TO 5 FOR THE CYCLE; THE INCREMENT
      *    MATRIX GIVES THE PERCENTAGE FOR EACH RATING BY ROLE (A
      *    DEFAULT ROW COVERS ANY ROLE WITHOUT ITS OWN). BUILDING THE
      *    PROPOSALS PRICES EVERY RATED EMPLOYEE ON THE MATRIX,
      *    LEAVING OUT LEAVERS AND ANYONE WHO JOINED AFTER THE
      *    CUT-OFF, AND PRINTS THE LIST FOR REVIEW. A SUPERVISOR
      *    OTHER THAN THE ONE WHO BUILT THEM APPROVES THE LIST, AND
      *    THE NEW SALARIES GO ON THE MASTER WITH ONE EFFECTIVE DATE
      *    AND A SALARY-CHANGE ROW EACH, THE CYCLE AS OPERATOR
       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM UNTIL CHOICE = 7

               DISPLAY " "
               DISPLAY "===== APPRAISAL AND INCREMENT ====="
               DISPLAY "1. ENTER APPRAISAL RATING"
               DISPLAY "2. LIST RATINGS FOR A CYCLE"
               DISPLAY "3. LIST INCREMENT MATRIX"
               DISPLAY "4. SET INCREMENT PERCENTAGE"
               DISPLAY "5. BUILD INCREMENT PROPOSALS"
               DISPLAY "6. APPROVE AND APPLY PROPOSALS"
               DISPLAY "7. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1 PERFORM ENTER-RATING
                   WHEN 2 PERFORM LIST-RATINGS
                   WHEN 3 PERFORM LIST-MATRIX
                   WHEN 4
                       IF SIGNON-SUPERVISOR
                           PERFORM SET-MATRIX-ROW
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 5 PERFORM BUILD-PROPOSALS
                   WHEN 6
                       IF SIGNON-SUPERVISOR
                           PERFORM APPLY-PROPOSALS
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       ENTER-RATING.
      *    ONE RATING PER EMPLOYEE PER CYCLE: A SECOND ENTRY
      *    REPLACES THE FIRST
           DISPLAY "APPRAISAL CYCLE (E.G. APR2026):"
           ACCEPT WS-CYCLE
           DISPLAY "EMPLOYEE ID:"
           ACCEPT NEW-EMP-ID
           DISPLAY "RATING (1 = UNSATISFACTORY ... 5 = OUTSTANDING):"
           ACCEPT NEW-RATING

           MOVE "Y" TO ENTRY-OK-FLAG
           PERFORM CHECK-CYCLE-STATE
           PERFORM FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN WS-CYCLE = SPACES
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "CYCLE IS REQUIRED - NOT SAVED"
               WHEN CYCLE-APPLIED-FLAG = "Y"
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "CYCLE " WS-CYCLE " IS ALREADY APPLIED - "
                       "NOT SAVED"
               WHEN EMP-FOUND-FLAG = "N"
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "EMPLOYEE NOT ON MASTER - NOT SAVED"
               WHEN EMP-STATUS = "LEFT"
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "EMPLOYEE HAS LEFT - NOT SAVED"
               WHEN NEW-RATING < 1 OR NEW-RATING > 5
                   MOVE "N" TO ENTRY-OK-FLAG
                   DISPLAY "RATING MUST BE 1 TO 5 - NOT SAVED"
           END-EVALUATE

           IF ENTRY-OK-FLAG = "Y"
               OPEN OUTPUT APPR-TEMP-FILE
               OPEN INPUT APPRAISAL-FILE
               IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "05"
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ APPRAISAL-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               IF AP-CYCLE NOT = WS-CYCLE
                                   OR AP-EMP-ID NOT = NEW-EMP-ID
                                   MOVE APPRAISAL-REC TO APPR-TEMP-REC
                                   WRITE APPR-TEMP-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPRAISAL-FILE
               END-IF

               MOVE WS-CYCLE TO AT-CYCLE
               MOVE NEW-EMP-ID TO AT-EMP-ID
               MOVE NEW-RATING TO AT-RATING
               MOVE SIGNON-EMP-ID TO AT-RATED-BY
               MOVE WS-TODAY TO AT-RATED-DATE
               WRITE APPR-TEMP-REC
               CLOSE APPR-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES APPRAISALS.DAT IN ONE
      *    STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-APPR-TEMP-FILENAME
                   WS-APPR-FILENAME

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "INCREMENT" TO AJ-PROGRAM
               MOVE "RATE EMP" TO AJ-ACTION
               MOVE NEW-EMP-ID TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               DISPLAY "RATING " NEW-RATING " RECORDED FOR "
                   NEW-EMP-ID " IN CYCLE " WS-CYCLE
           END-IF.

       LIST-RATINGS.
      *    EVERY ACTIVE EMPLOYEE, SO THOSE STILL TO BE RATED SHOW
           DISPLAY "APPRAISAL CYCLE:"
           ACCEPT WS-CYCLE
           PERFORM LOAD-RATINGS

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO UNRATED-COUNT
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "NO EMPLOYEE RECORDS FOUND"
           ELSE
               DISPLAY " "
               DISPLAY "ID  NAME       ROLE                 RATING"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EMP-STATUS NOT = "LEFT"
                               ADD 1 TO LIST-COUNT
                               IF RTG-RATING (EMP-ID) = 0
                                   ADD 1 TO UNRATED-COUNT
                                   DISPLAY EMP-ID " " EMP-NAME " "
                                       ROLE " NOT RATED"
                               ELSE
                                   DISPLAY EMP-ID " " EMP-NAME " "
                                       ROLE " " RTG-RATING (EMP-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
               DISPLAY "ACTIVE EMPLOYEES: " LIST-COUNT
                   "  NOT RATED: " UNRATED-COUNT
           END-IF.

       LIST-MATRIX.
           MOVE 0 TO LIST-COUNT
           OPEN INPUT MATRIX-FILE
           IF WS-MATRIX-STATUS = "35"
               DISPLAY "NO INCREMENT MATRIX ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "ROLE                 RATING  PERCENT"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MATRIX-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           MOVE IM-PCT TO SHOW-PCT
                           DISPLAY IM-ROLE " " IM-RATING "       "
                               SHOW-PCT
                   END-READ
               END-PERFORM
               CLOSE MATRIX-FILE
               DISPLAY "MATRIX ROWS LISTED: " LIST-COUNT
           END-IF.

       SET-MATRIX-ROW.
      *    ONE PERCENTAGE PER ROLE AND RATING: A ROW ALREADY ON
      *    FILE IS REPLACED
           DISPLAY "ROLE (AS ON THE EMPLOYEE MASTER, OR DEFAULT):"
           ACCEPT NEW-ROLE
           DISPLAY "RATING (1-5):"
           ACCEPT NEW-RATING
           DISPLAY "INCREMENT PERCENT (E.G. 0750 FOR 7.5 PCT):"
           ACCEPT NEW-PCT-IN
           COMPUTE NEW-PCT = NEW-PCT-IN / 100

           MOVE "Y" TO ENTRY-OK-FLAG
           IF NEW-ROLE = SPACES
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "ROLE IS REQUIRED - NOT SAVED"
           END-IF
           IF NEW-RATING < 1 OR NEW-RATING > 5
               MOVE "N" TO ENTRY-OK-FLAG
               DISPLAY "RATING MUST BE 1 TO 5 - NOT SAVED"
           END-IF

           IF ENTRY-OK-FLAG = "Y"
               OPEN OUTPUT MATRIX-TEMP-FILE
               OPEN INPUT MATRIX-FILE
               IF WS-MATRIX-STATUS = "00" OR WS-MATRIX-STATUS = "05"
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ MATRIX-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               IF IM-ROLE NOT = NEW-ROLE
                                   OR IM-RATING NOT = NEW-RATING
                                   MOVE INCR-MATRIX-REC
                                       TO MATRIX-TEMP-REC
                                   WRITE MATRIX-TEMP-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATRIX-FILE
               END-IF

               MOVE NEW-ROLE TO MT-ROLE
               MOVE NEW-RATING TO MT-RATING
               MOVE NEW-PCT TO MT-PCT
               MOVE SIGNON-EMP-ID TO MT-SET-BY
               MOVE WS-TODAY TO MT-SET-DATE
               WRITE MATRIX-TEMP-REC
               CLOSE MATRIX-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES INCREMENT-MATRIX.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-MATRIX-TEMP-FILENAME
                   WS-MATRIX-FILENAME

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "INCREMENT" TO AJ-PROGRAM
               MOVE "SET MATRIX" TO AJ-ACTION
               MOVE NEW-ROLE TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               MOVE NEW-PCT TO SHOW-PCT
               DISPLAY "INCREMENT FOR " NEW-ROLE " RATING "
                   NEW-RATING " SET TO " SHOW-PCT " PCT"
           END-IF.

       BUILD-PROPOSALS.
      *    REBUILDING A CYCLE THAT IS NOT YET APPLIED REPLACES ITS
      *    EARLIER PROPOSALS, SO RATINGS AND THE MATRIX CAN BE
      *    CORRECTED AND THE LIST REVIEWED AGAIN
           DISPLAY "APPRAISAL CYCLE:"
           ACCEPT WS-CYCLE
           DISPLAY "JOINING CUT-OFF DATE (YYYYMMDD) - LATER JOINERS "
               "GET NO INCREMENT:"
           ACCEPT WS-CUTOFF-DATE
           DISPLAY "COMMON EFFECTIVE DATE (YYYYMMDD):"
           ACCEPT WS-EFF-DATE

           PERFORM CHECK-CYCLE-STATE
           IF WS-CYCLE = SPACES OR WS-CUTOFF-DATE = 0
               OR WS-EFF-DATE = 0
               DISPLAY "CYCLE, CUT-OFF AND EFFECTIVE DATE ARE "
                   "REQUIRED - NOTHING BUILT"
           ELSE
               IF CYCLE-APPLIED-FLAG = "Y"
                   DISPLAY "CYCLE " WS-CYCLE " IS ALREADY APPLIED - "
                       "NOTHING BUILT"
               ELSE
                   PERFORM LOAD-RATINGS
                   PERFORM LOAD-MATRIX
                   PERFORM WRITE-PROPOSALS
               END-IF
           END-IF.

       WRITE-PROPOSALS.
           MOVE 0 TO PROPOSED-COUNT
           MOVE 0 TO SKIPPED-COUNT
           MOVE 0 TO TOTAL-OLD-SALARY
           MOVE 0 TO TOTAL-NEW-SALARY

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS: "
                   WS-EMP-STATUS
           ELSE
      *    THE OTHER CYCLES' ROWS ARE KEPT; THIS CYCLE'S ARE WRITTEN
      *    FRESH BEHIND THEM
               OPEN OUTPUT PROP-TEMP-FILE
               OPEN INPUT PROPOSAL-FILE
               IF WS-PROP-STATUS = "00" OR WS-PROP-STATUS = "05"
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ PROPOSAL-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               IF IP-CYCLE NOT = WS-CYCLE
                                   MOVE INCR-PROPOSAL-REC
                                       TO PROP-TEMP-REC
                                   WRITE PROP-TEMP-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROPOSAL-FILE
               END-IF

               PERFORM START-PROPOSAL-REPORT

               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EMP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM PROPOSE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMP-FILE
               CLOSE PROP-TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES INCREMENT-PROPOSALS.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-PROP-TEMP-FILENAME
                   WS-PROP-FILENAME

               PERFORM END-PROPOSAL-REPORT

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "INCREMENT" TO AJ-PROGRAM
               MOVE "PROPOSE" TO AJ-ACTION
               MOVE WS-CYCLE TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               DISPLAY "PROPOSED: " PROPOSED-COUNT
                   "  LEFT OUT: " SKIPPED-COUNT
               DISPLAY "PROPOSAL LIST WRITTEN: " RPT-FILENAME
           END-IF.

       PROPOSE-ONE-EMPLOYEE.
           MOVE SPACES TO SKIP-REASON
           MOVE 0 TO MX-PCT-FOUND
           EVALUATE TRUE
               WHEN EMP-STATUS = "LEFT"
      *    LEAVERS ARE NOT LISTED AT ALL
                   CONTINUE
               WHEN EMP-JOIN-DATE > WS-CUTOFF-DATE
                   MOVE "JOINED LATE" TO SKIP-REASON
               WHEN RTG-RATING (EMP-ID) = 0
                   MOVE "NOT RATED" TO SKIP-REASON
               WHEN OTHER
                   PERFORM FIND-MATRIX-PCT
                   IF MX-FOUND-FLAG = "N"
                       MOVE "NO MATRIX ROW" TO SKIP-REASON
                   END-IF
           END-EVALUATE

           IF EMP-STATUS NOT = "LEFT"
               MOVE SPACES TO IR-DETAIL-LINE
               MOVE EMP-ID TO IR-EMP-ID
               MOVE EMP-NAME TO IR-EMP-NAME
               MOVE ROLE TO IR-ROLE
               MOVE RTG-RATING (EMP-ID) TO IR-RATING
               MOVE SALARY TO IR-OLD-SALARY
               IF SKIP-REASON NOT = SPACES
                   ADD 1 TO SKIPPED-COUNT
                   MOVE SKIP-REASON TO IR-NOTE
               ELSE
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       SALARY + SALARY * MX-PCT-FOUND / 100
                       ON SIZE ERROR
                           MOVE "OVER PIC LIMIT" TO SKIP-REASON
                   END-COMPUTE
                   IF SKIP-REASON NOT = SPACES
                       ADD 1 TO SKIPPED-COUNT
                       MOVE SKIP-REASON TO IR-NOTE
                   ELSE
                       PERFORM WRITE-ONE-PROPOSAL
                       MOVE MX-PCT-FOUND TO IR-PCT
                       MOVE WS-NEW-SALARY TO IR-NEW-SALARY
                   END-IF
               END-IF
               MOVE IR-DETAIL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-PROPOSAL.
           MOVE WS-CYCLE TO PT-CYCLE
           MOVE EMP-ID TO PT-EMP-ID
           MOVE ROLE TO PT-ROLE
           MOVE RTG-RATING (EMP-ID) TO PT-RATING
           MOVE MX-PCT-FOUND TO PT-PCT
           MOVE SALARY TO PT-OLD-SALARY
           MOVE WS-NEW-SALARY TO PT-NEW-SALARY
           MOVE WS-EFF-DATE TO PT-EFF-DATE
           MOVE "PROPOSED" TO PT-STATUS
           MOVE SIGNON-EMP-ID TO PT-PROPOSED-BY
           MOVE 0 TO PT-APPROVED-BY
           MOVE 0 TO PT-APPLIED-DATE
           WRITE PROP-TEMP-REC

           ADD 1 TO PROPOSED-COUNT
           ADD SALARY TO TOTAL-OLD-SALARY
           ADD WS-NEW-SALARY TO TOTAL-NEW-SALARY.

       FIND-MATRIX-PCT.
      *    THE ROLE'S OWN ROW FOR THE RATING, ELSE THE DEFAULT ROW
           MOVE "N" TO MX-FOUND-FLAG
           SET MX-IDX TO 1
           SEARCH MX-ENTRY
               WHEN MX-IDX > MATRIX-COUNT
                   CONTINUE
               WHEN MX-ROLE (MX-IDX) = ROLE
                   AND MX-RATING (MX-IDX) = RTG-RATING (EMP-ID)
                   MOVE "Y" TO MX-FOUND-FLAG
                   MOVE MX-PCT (MX-IDX) TO MX-PCT-FOUND
           END-SEARCH

           IF MX-FOUND-FLAG = "N"
               SET MX-IDX TO 1
               SEARCH MX-ENTRY
                   WHEN MX-IDX > MATRIX-COUNT
                       CONTINUE
                   WHEN MX-ROLE (MX-IDX) = "DEFAULT"
                       AND MX-RATING (MX-IDX) = RTG-RATING (EMP-ID)
                       MOVE "Y" TO MX-FOUND-FLAG
                       MOVE MX-PCT (MX-IDX) TO MX-PCT-FOUND
               END-SEARCH
           END-IF.

       START-PROPOSAL-REPORT.
           MOVE WS-TODAY TO RPT-DATE
           MOVE SPACES TO RPT-FILENAME
           STRING "increment-proposals-" DELIMITED BY SIZE
               WS-CYCLE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "INCREMENT PROPOSALS - CYCLE " DELIMITED BY SIZE
               WS-CYCLE DELIMITED BY SPACE
               " EFFECTIVE " WS-EFF-DATE DELIMITED BY SIZE
               INTO RPT-TITLE
           MOVE "ID  NAME       ROLE                 RT    PCT"
               & "      OLD      NEW  NOTE" TO RPT-COLUMNS
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           OPEN OUTPUT REPORT-FILE.

       END-PROPOSAL-REPORT.
           MOVE ALL "=" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "PROPOSED " PROPOSED-COUNT "   LEFT OUT "
               SKIPPED-COUNT "   JOINING CUT-OFF " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE TOTAL-OLD-SALARY TO SHOW-TOTAL
           STRING "MONTHLY SALARY BEFORE " SHOW-TOTAL
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE TOTAL-NEW-SALARY TO SHOW-TOTAL
           STRING "MONTHLY SALARY AFTER  " SHOW-TOTAL
               DELIMITED BY SIZE INTO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       APPLY-PROPOSALS.
           DISPLAY "APPRAISAL CYCLE TO APPLY:"
           ACCEPT WS-CYCLE

           PERFORM CHECK-CYCLE-STATE
           EVALUATE TRUE
               WHEN CYCLE-APPLIED-FLAG = "Y"
                   DISPLAY "CYCLE " WS-CYCLE " IS ALREADY APPLIED"
               WHEN CYCLE-PROPOSED-COUNT = 0
                   DISPLAY "NO PROPOSALS FOR CYCLE " WS-CYCLE
                       " - BUILD THEM FIRST"
               WHEN CYCLE-PROPOSED-BY = SIGNON-EMP-ID
                   DISPLAY "PROPOSALS WERE BUILT BY YOU - ANOTHER "
                       "SUPERVISOR MUST APPROVE THEM"
               WHEN OTHER
                   DISPLAY "CYCLE " WS-CYCLE ": "
                       CYCLE-PROPOSED-COUNT " INCREMENTS EFFECTIVE "
                       WS-EFF-DATE
                   MOVE TOTAL-INCREASE TO SHOW-TOTAL
                   DISPLAY "MONTHLY SALARY INCREASE: " SHOW-TOTAL
                   DISPLAY "APPROVE AND APPLY TO THE MASTER (Y/N)?"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
                       PERFORM APPLY-CYCLE
                   ELSE
                       DISPLAY "PROPOSALS NOT APPLIED"
                   END-IF
           END-EVALUATE.

       APPLY-CYCLE.
           MOVE 0 TO APPLIED-COUNT
           MOVE 0 TO DROPPED-COUNT

           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS: "
                   WS-EMP-STATUS
           ELSE
               OPEN EXTEND SALARY-CHANGE-FILE
               IF WS-SALCHG-STATUS = "35"
                   OPEN OUTPUT SALARY-CHANGE-FILE
               END-IF
               OPEN OUTPUT PROP-TEMP-FILE
               OPEN INPUT PROPOSAL-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PROPOSAL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF IP-CYCLE = WS-CYCLE
                               AND IP-STATUS = "PROPOSED"
                               PERFORM APPLY-ONE-PROPOSAL
                           END-IF
                           MOVE INCR-PROPOSAL-REC TO PROP-TEMP-REC
                           WRITE PROP-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
               CLOSE PROP-TEMP-FILE
               CLOSE SALARY-CHANGE-FILE
               CLOSE EMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES INCREMENT-PROPOSALS.DAT
      *    IN ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-PROP-TEMP-FILENAME
                   WS-PROP-FILENAME

               MOVE SIGNON-EMP-ID TO AJ-EMP-ID
               MOVE "INCREMENT" TO AJ-PROGRAM
               MOVE "APPLY INCR" TO AJ-ACTION
               MOVE WS-CYCLE TO AJ-KEY
               CALL "ACTLOG" USING ACTJRNL-AREA

               DISPLAY "INCREMENTS APPLIED: " APPLIED-COUNT
                   "  DROPPED: " DROPPED-COUNT
           END-IF.

       APPLY-ONE-PROPOSAL.
      *    THE MASTER IS CHECKED AGAIN: A PROPOSAL FOR SOMEONE WHO
      *    HAS SINCE LEFT, OR WHOSE SALARY WAS CHANGED BY HAND AFTER
      *    THE LIST WAS BUILT, IS DROPPED RATHER THAN APPLIED
           MOVE IP-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "DROPPED" TO IP-STATUS
               NOT INVALID KEY
                   IF EMP-STATUS = "LEFT"
                       OR SALARY NOT = IP-OLD-SALARY
                       MOVE "DROPPED" TO IP-STATUS
                   ELSE
                       MOVE SALARY TO WS-OLD-SALARY
                       MOVE IP-NEW-SALARY TO SALARY
                       REWRITE EMP-REC
                       PERFORM WRITE-SALARY-CHANGE
                       MOVE "APPLIED" TO IP-STATUS
                   END-IF
           END-READ

           MOVE SIGNON-EMP-ID TO IP-APPROVED-BY
           MOVE WS-TODAY TO IP-APPLIED-DATE
           IF IP-STATUS = "APPLIED"
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO DROPPED-COUNT
               DISPLAY "EMPLOYEE " IP-EMP-ID " DROPPED - LEFT OR "
                   "SALARY CHANGED SINCE THE PROPOSAL"
           END-IF.

       WRITE-SALARY-CHANGE.
      *    THE SAME EFFECTIVE-DATED AUDIT ROW AS A HAND UPDATE, WITH
      *    THE APPRAISAL CYCLE AS THE OPERATOR REFERENCE
           MOVE EMP-ID        TO SC-EMP-ID
           MOVE WS-OLD-SALARY TO SC-OLD-SALARY
           MOVE SALARY        TO SC-NEW-SALARY
           MOVE IP-EFF-DATE   TO SC-EFF-DATE
           MOVE IP-CYCLE      TO SC-OPERATOR
           MOVE WS-TODAY      TO SC-LOG-DATE
           WRITE SALARY-CHANGE-REC.

       CHECK-CYCLE-STATE.
      *    WHETHER THE CYCLE IS ALREADY APPLIED, AND WHAT IS WAITING
      *    FOR APPROVAL: COUNT, WHO BUILT IT, EFFECTIVE DATE, COST
           MOVE "N" TO CYCLE-APPLIED-FLAG
           MOVE 0 TO CYCLE-PROPOSED-COUNT
           MOVE 0 TO CYCLE-PROPOSED-BY
           MOVE 0 TO WS-EFF-DATE
           MOVE 0 TO TOTAL-NEW-SALARY
           MOVE 0 TO TOTAL-INCREASE

           OPEN INPUT PROPOSAL-FILE
           IF WS-PROP-STATUS = "00" OR WS-PROP-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PROPOSAL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF IP-CYCLE = WS-CYCLE
                               IF IP-STATUS = "APPLIED"
                                   OR IP-STATUS = "DROPPED"
                                   MOVE "Y" TO CYCLE-APPLIED-FLAG
                               END-IF
                               IF IP-STATUS = "PROPOSED"
                                   ADD 1 TO CYCLE-PROPOSED-COUNT
                                   MOVE IP-PROPOSED-BY
                                       TO CYCLE-PROPOSED-BY
                                   MOVE IP-EFF-DATE TO WS-EFF-DATE
                                   ADD IP-NEW-SALARY
                                       TO TOTAL-NEW-SALARY
                                   COMPUTE TOTAL-INCREASE =
                                       TOTAL-INCREASE + IP-NEW-SALARY
                                       - IP-OLD-SALARY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-FLAG
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00" OR WS-EMP-STATUS = "05"
               MOVE NEW-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "N" TO EMP-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO EMP-FOUND-FLAG
               END-READ
               CLOSE EMP-FILE
           END-IF.

       LOAD-RATINGS.
           PERFORM VARYING RTG-SUB FROM 1 BY 1 UNTIL RTG-SUB > 999
               MOVE 0 TO RTG-RATING (RTG-SUB)
           END-PERFORM

           OPEN INPUT APPRAISAL-FILE
           IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ APPRAISAL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AP-CYCLE = WS-CYCLE AND AP-EMP-ID > 0
                               MOVE AP-RATING TO RTG-RATING (AP-EMP-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRAISAL-FILE
           END-IF.

       LOAD-MATRIX.
           MOVE 0 TO MATRIX-COUNT
           OPEN INPUT MATRIX-FILE
           IF WS-MATRIX-STATUS = "00" OR WS-MATRIX-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MATRIX-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF MATRIX-COUNT < 200
                               ADD 1 TO MATRIX-COUNT
                               SET MX-IDX TO MATRIX-COUNT
                               MOVE IM-ROLE TO MX-ROLE (MX-IDX)
                               MOVE IM-RATING TO MX-RATING (MX-IDX)
                               MOVE IM-PCT TO MX-PCT (MX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRIX-FILE
           END-IF.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO RPT-PAGE-NUM
           MOVE RPT-TITLE TO RPT-H-TITLE
           MOVE RPT-PAGE-NUM TO RPT-H-PAGE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO RPT-LINE-COUNT.
