       01 EOD-CONTROL-REC.
           05 EC-OPENING-DATE   PIC 9(8).
           05 EC-OPENING-TOTAL  PIC S9(9)V99.
           05 EC-SUSPENSE-TOTAL PIC 9(9)V99.

       FD EOD-REPORT-FILE.
       01 EOD-REPORT-LINE PIC X(80).
               MOVE EOD-BASE-TOTAL TO EOD-TOTAL-EDIT
               DISPLAY "LAST EODRECON RUN    : " EOD-BASE-DATE
               DISPLAY "CLOSING LEDGER TOTAL : " EOD-TOTAL-EDIT
               IF EC-SUSPENSE-TOTAL NUMERIC
                   MOVE EC-SUSPENSE-TOTAL TO EOD-TOTAL-EDIT
                   DISPLAY "OPEN SUSPENSE        : " EOD-TOTAL-EDIT
               END-IF

               IF EOD-BASE-DATE NOT = WS-TODAY
                   DISPLAY "WARNING: NO EOD BASELINE FOR TODAY"
