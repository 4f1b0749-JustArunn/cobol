       FILE SECTION.

       FD BATCH-CONTROL-FILE.
       COPY BATCHCTL.

       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-REC.
               10 CK-T-STEP   PIC X(10).
       01 STEPS-FROM-CKPT   PIC 9(3) VALUE 0.

      *    EVERY STEP'S OUTCOME TONIGHT, SO A LATER STEP CAN TEST ITS
      *    DECLARED PREDECESSORS; A STEP WITH NONE DECLARED STILL
      *    DEPENDS ON EVERYTHING BEFORE IT AND HALTS ON ANY FAILURE
       01 DONE-TABLE-COUNT  PIC 9(2) VALUE 0.
       01 DONE-TABLE.
           05 DN-ENTRY OCCURS 50 TIMES INDEXED BY DN-IDX.
               10 DN-STEP     PIC X(10).
               10 DN-RESULT   PIC X(4).
       01 WS-PRED-STEP      PIC X(10).
       01 WS-PRED-RESULT    PIC X(4).
       01 PRED-BLOCK-FLAG   PIC X.
       01 STEPS-NOT-DUE     PIC 9(3) VALUE 0.
       01 STEPS-SKIPPED     PIC 9(3) VALUE 0.
       01 STEPS-OFF         PIC 9(3) VALUE 0.

       COPY STEPDUE.

       COPY BATCHLNK.
       COPY PAYVCHK.

       01 SM-DETAIL-LINE.
           05 SM-STEP     PIC X(10).
           05 SM-RESULT   PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 SM-DETAIL   PIC X(40).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 SM-SCHEDULE PIC X(20).

       PROCEDURE DIVISION.

      *    HALTS THE SEQUENCE ON THE FIRST FAILED STEP. CONTROL
      *    RECORD: STEP NAME (BACKUP, PAYROLL, SOEXEC, LOANCOLL,
      *    INTPOST, ODINT, COMPLRPT, EODRECON, RECONCILE,
      *    DATASCAN, GLPOST, MAINTFEE, MINBAL, CLRSETTLE,
      *    INWCREDIT, TDSWEEP, ALERTS, FEEBANK, RECERT), Y/N RUN
      *    FLAG, AND FOR PAYROLL THE PAY PERIOD PLUS OPTIONAL RERUN
      *    AND TRIAL FLAGS; ODINT AND MAINTFEE MAY CARRY THE CHARGE
      *    MONTH IN THE PARM, GLPOST THE BUSINESS DATE TO CLOSE AND
      *    FEEBANK THE LAST RECEIPT DAY TO BANK. EACH RECORD ALSO
      *    CARRIES A RUN FREQUENCY, WORKED OUT AGAINST THE SHOP
      *    CALENDAR, AND UP TO TWO PREDECESSOR STEPS; THE SUMMARY
      *    GIVES EVERY STEP'S RESULT WITH THE REASON IT DID OR DID
      *    NOT RUN
       MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           STRING "NIGHTLY BATCH SUMMARY " WS-DATE
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SM-DETAIL-LINE
           MOVE "STEP" TO SM-STEP
           MOVE "RSLT" TO SM-RESULT
           MOVE "DETAIL" TO SM-DETAIL
           MOVE "SCHEDULE" TO SM-SCHEDULE
           MOVE SM-DETAIL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           DISPLAY "===== NIGHTLY BATCH " WS-DATE " ====="
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-CONTROL-REC
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
               "  FROM CHECKPOINT: " STEPS-FROM-CKPT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "NOT DUE: " STEPS-NOT-DUE
               "  SKIPPED: " STEPS-SKIPPED
               "  SWITCHED OFF: " STEPS-OFF
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF HALT-FLAG = "Y"
               MOVE "SEQUENCE HALTED ON FAILED STEP" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               END-IF
           END-IF.

       PROCESS-CONTROL-REC.
      *    A SWITCHED-OFF STEP NEVER RUNS; OTHERWISE THE STEP MUST BE
      *    DUE TONIGHT, NOT ALREADY CHECKPOINTED, AND CLEAR OF ITS
      *    PREDECESSORS (OR, WITH NONE DECLARED, OF ANY EARLIER
      *    FAILURE) BEFORE IT IS EXECUTED
           MOVE SPACES TO WS-STEP-DETAIL
           MOVE WS-DATE TO DU-DATE
           MOVE BC-FREQ TO DU-FREQ
           CALL "STEPDUE" USING STEPDUE-AREA

           IF BC-RUN-FLAG NOT = "Y"
               ADD 1 TO STEPS-OFF
               MOVE "OFF " TO WS-STEP-RESULT
               MOVE "SWITCHED OFF IN CONTROL FILE" TO WS-STEP-DETAIL
               PERFORM RECORD-STEP-RESULT
           ELSE
               IF DU-DUE = "E"
                   ADD 1 TO STEPS-FAILED
                   MOVE "Y" TO HALT-FLAG
                   MOVE "FAIL" TO WS-STEP-RESULT
                   STRING "FREQUENCY CODE " DELIMITED BY SIZE
                       BC-FREQ DELIMITED BY SPACE
                       " NOT KNOWN" DELIMITED BY SIZE
                       INTO WS-STEP-DETAIL
                   PERFORM RECORD-STEP-RESULT
               ELSE
                   IF DU-DUE = "N"
                       ADD 1 TO STEPS-NOT-DUE
                       MOVE "NDUE" TO WS-STEP-RESULT
                       MOVE "NOT DUE TONIGHT" TO WS-STEP-DETAIL
                       PERFORM RECORD-STEP-RESULT
                   ELSE
                       PERFORM CHECK-STEP-CHECKPOINTED
                       IF CKPT-DONE-FLAG = "Y"
                           PERFORM RECORD-CKPT-STEP
                       ELSE
                           PERFORM CHECK-PREDECESSORS
                           IF PRED-BLOCK-FLAG = "Y"
                               PERFORM RECORD-SKIPPED-STEP
                           ELSE
                               PERFORM EXECUTE-ONE-STEP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF DONE-TABLE-COUNT < 50
               ADD 1 TO DONE-TABLE-COUNT
               SET DN-IDX TO DONE-TABLE-COUNT
               MOVE BC-STEP TO DN-STEP (DN-IDX)
               MOVE WS-STEP-RESULT TO DN-RESULT (DN-IDX)
           END-IF.

       CHECK-PREDECESSORS.
      *    A DECLARED PREDECESSOR IS SATISFIED ONLY BY A CLEAN RESULT
      *    OR A CHECKPOINT EARLIER TONIGHT; ONE THAT FAILED, WAS NOT
      *    DUE, WAS SKIPPED OR SWITCHED OFF, OR DOES NOT COME BEFORE
      *    THIS STEP IN THE CONTROL FILE BLOCKS IT
           MOVE "N" TO PRED-BLOCK-FLAG
           IF BC-PRED-1 = SPACES AND BC-PRED-2 = SPACES
               IF HALT-FLAG = "Y"
                   MOVE "Y" TO PRED-BLOCK-FLAG
                   MOVE "NOT RUN - EARLIER STEP FAILED"
                       TO WS-STEP-DETAIL
               END-IF
           ELSE
               IF BC-PRED-1 NOT = SPACES
                   MOVE BC-PRED-1 TO WS-PRED-STEP
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
               IF BC-PRED-2 NOT = SPACES AND PRED-BLOCK-FLAG = "N"
                   MOVE BC-PRED-2 TO WS-PRED-STEP
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-IF.

       CHECK-ONE-PREDECESSOR.
           MOVE SPACES TO WS-PRED-RESULT
           IF DONE-TABLE-COUNT > 0
               PERFORM VARYING DN-IDX FROM 1 BY 1
                       UNTIL DN-IDX > DONE-TABLE-COUNT
                   IF DN-STEP (DN-IDX) = WS-PRED-STEP
                       MOVE DN-RESULT (DN-IDX) TO WS-PRED-RESULT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PRED-RESULT NOT = "OK  "
               AND WS-PRED-RESULT NOT = "PASS"
               AND WS-PRED-RESULT NOT = "CKPT"
               MOVE "Y" TO PRED-BLOCK-FLAG
               MOVE SPACES TO WS-STEP-DETAIL
               IF WS-PRED-RESULT = "FAIL"
                   STRING "NOT RUN - PREDECESSOR " DELIMITED BY SIZE
                       WS-PRED-STEP DELIMITED BY SPACE
                       " FAILED" DELIMITED BY SIZE
                       INTO WS-STEP-DETAIL
               ELSE
                   STRING "NOT RUN - PREDECESSOR " DELIMITED BY SIZE
                       WS-PRED-STEP DELIMITED BY SPACE
                       " DID NOT RUN" DELIMITED BY SIZE
                       INTO WS-STEP-DETAIL
               END-IF
           END-IF.

       EXECUTE-ONE-STEP.
           ADD 1 TO STEPS-RUN
           MOVE "OK  " TO WS-STEP-RESULT
                       MOVE "MASTERS UNLOADED" TO WS-STEP-DETAIL
                   END-IF
               WHEN "PAYROLL   "
                   PERFORM CHECK-PAYROLL-ACK
                   IF VC-ACKED NOT = "Y"
                       MOVE "FAIL" TO WS-STEP-RESULT
                       MOVE VC-MESSAGE TO WS-STEP-DETAIL
                   ELSE
                       PERFORM WRITE-PERIOD-PARM
                       CALL "SALARYCALC"
                       IF RETURN-CODE NOT = 0
                           MOVE "FAIL" TO WS-STEP-RESULT
                           MOVE "RUN ABANDONED - SEE RUN CONTROL"
                               TO WS-STEP-DETAIL
                           MOVE 0 TO RETURN-CODE
                       ELSE
                           MOVE "SEE PAYROLL RUN CONTROL"
                               TO WS-STEP-DETAIL
                       END-IF
                   END-IF
               WHEN "SOEXEC    "
                   CALL "SOEXEC"
                   ELSE
                       MOVE "CLEAN" TO WS-STEP-DETAIL
                   END-IF
               WHEN "MAINTFEE  "
                   MOVE "MNTH" TO CG-MODE
                   IF BC-PARM (1:6) = SPACES
                       MOVE 0 TO CG-PERIOD
                   ELSE
                       MOVE BC-PARM (1:6) TO CG-PERIOD
                   END-IF
                   CALL "CHGRUN" USING CHGRUN-AREA
                   MOVE CG-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "MAINTENANCE FEES CHARGED " CG-CHARGED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN "MINBAL    "
                   MOVE "MINB" TO CG-MODE
                   MOVE 0 TO CG-PERIOD
                   CALL "CHGRUN" USING CHGRUN-AREA
                   MOVE CG-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "MINIMUM BALANCE CHARGES " CG-CHARGED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN "GLPOST    "
                   IF BC-PARM (1:8) = SPACES
                       MOVE 0 TO GP-POST-DATE
                   ELSE
                       MOVE BC-PARM (1:8) TO GP-POST-DATE
                   END-IF
                   CALL "GLPOST" USING GLPOST-AREA
                   MOVE GP-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   IF GP-STATUS = "FAIL"
                       MOVE "OUT OF BALANCE, UNMAPPED OR CHART/PERIOD"
                           TO WS-STEP-DETAIL
                   ELSE
                       STRING "GL JOURNAL LINES " GP-LINES
                           DELIMITED BY SIZE INTO WS-STEP-DETAIL
                   END-IF
               WHEN "CLRSETTLE "
                   CALL "CLRSETTLE" USING CLRSETTLE-AREA
                   MOVE CX-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "CHEQUES CLEARED " CX-RELEASED
                       " RETURNED " CX-RETURNED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN "INWCREDIT "
                   CALL "INWCREDIT" USING INWCREDIT-AREA
                   MOVE IW-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   IF IW-STATUS = "FAIL"
                       MOVE "INWARD FILE NOT PROVED - SEE REPORT"
                           TO WS-STEP-DETAIL
                   ELSE
                       STRING "INWARD POSTED " IW-POSTED
                           " RETURNED " IW-RETURNED
                           DELIMITED BY SIZE INTO WS-STEP-DETAIL
                   END-IF
               WHEN "TDSWEEP   "
                   CALL "SWEEPRUN" USING SWEEPRUN-AREA
                   MOVE SR-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "SWEPT TO DEPOSIT " SR-SWEPT
                       " SKIPPED " SR-SKIPPED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN "ALERTS    "
                   CALL "ALERTGEN" USING ALERTGEN-AREA
                   MOVE AL-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "ALERTS QUEUED " AL-SENT
                       " NO ADDRESS " AL-SKIPPED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN "FEEBANK   "
                   IF BC-PARM (1:8) = SPACES
                       MOVE 0 TO FK-BANK-DATE
                   ELSE
                       MOVE BC-PARM (1:8) TO FK-BANK-DATE
                   END-IF
                   CALL "FEEBANK" USING FEEBANK-AREA
                   MOVE FK-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   IF FK-STATUS = "FAIL"
                       MOVE "SCHOOL FEE ACCOUNT MISSING OR CLOSED"
                           TO WS-STEP-DETAIL
                   ELSE
                       STRING "FEE DAYS BANKED " FK-DAYS-BANKED
                           " EXCEPTIONS " FK-EXCEPTIONS
                           DELIMITED BY SIZE INTO WS-STEP-DETAIL
                   END-IF
               WHEN "RECERT    "
                   CALL "RECERTENF" USING RECERTENF-AREA
                   MOVE RN-STATUS TO WS-STEP-RESULT
                   MOVE SPACES TO WS-STEP-DETAIL
                   STRING "UNCERTIFIED LOGINS DISABLED " RN-DISABLED
                       DELIMITED BY SIZE INTO WS-STEP-DETAIL
               WHEN OTHER
                   MOVE "FAIL" TO WS-STEP-RESULT
                   MOVE "UNKNOWN STEP NAME" TO WS-STEP-DETAIL

       RECORD-CKPT-STEP.
           ADD 1 TO STEPS-FROM-CKPT
           MOVE "CKPT" TO WS-STEP-RESULT
           MOVE SPACES TO SM-DETAIL-LINE
           MOVE BC-STEP TO SM-STEP
           MOVE "CKPT" TO SM-RESULT
           MOVE "SATISFIED FROM CHECKPOINT" TO SM-DETAIL
           MOVE DU-SCHEDULE TO SM-SCHEDULE
           WRITE SUMMARY-LINE FROM SM-DETAIL-LINE
           DISPLAY "STEP " BC-STEP " SATISFIED FROM CHECKPOINT".

           WRITE PERIOD-PARM-REC
           CLOSE PERIOD-PARM-FILE.

       CHECK-PAYROLL-ACK.
      *    THE OVERNIGHT PAYROLL COMMITS NOTHING UNTIL A SUPERVISOR
      *    HAS ACKNOWLEDGED THE VARIANCE REPORT OF THE PERIOD'S
      *    LATEST TRIAL; A TRIAL STEP ITSELF NEEDS NO ACKNOWLEDGEMENT
           MOVE "Y" TO VC-ACKED
           MOVE SPACES TO VC-MESSAGE
           IF BC-PARM (8:1) NOT = "T" AND BC-PARM (8:1) NOT = "Y"
               IF BC-PARM (1:6) = SPACES OR BC-PARM (1:6) = "000000"
                   DIVIDE WS-DATE BY 100 GIVING VC-PERIOD
               ELSE
                   MOVE BC-PARM (1:6) TO VC-PERIOD
               END-IF
               CALL "PAYVACHK" USING VARCHK-AREA
           END-IF.

       RECORD-STEP-RESULT.
           MOVE SPACES TO SM-DETAIL-LINE
           MOVE BC-STEP TO SM-STEP
           MOVE WS-STEP-RESULT TO SM-RESULT
           MOVE WS-STEP-DETAIL TO SM-DETAIL
           MOVE DU-SCHEDULE TO SM-SCHEDULE
           WRITE SUMMARY-LINE FROM SM-DETAIL-LINE
           DISPLAY "STEP " BC-STEP " RESULT " WS-STEP-RESULT.

       RECORD-SKIPPED-STEP.
           ADD 1 TO STEPS-SKIPPED
           MOVE "SKIP" TO WS-STEP-RESULT
           MOVE SPACES TO SM-DETAIL-LINE
           MOVE BC-STEP TO SM-STEP
           MOVE "SKIP" TO SM-RESULT
           MOVE WS-STEP-DETAIL TO SM-DETAIL
           MOVE DU-SCHEDULE TO SM-SCHEDULE
           WRITE SUMMARY-LINE FROM SM-DETAIL-LINE
           DISPLAY "STEP " BC-STEP " SKIPPED - " WS-STEP-DETAIL.
