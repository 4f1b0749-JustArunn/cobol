           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           ALTERNATE RECORD KEY IS TL-TIMESTAMP WITH DUPLICATES
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
       COPY TRANLOG.

       FD ARCHIVE-FILE.
       COPY TRANARCH.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
           IF WS-LOG-STATUS NOT = "35"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANSACTION-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
               WHEN "INTEREST"
               WHEN "LOANDISB"
               WHEN "TDPAYOUT"
               WHEN "SUSPCLR "
               WHEN "SWEEPIN "
               WHEN "INWCRED "
               WHEN "CHQLODGE"
               WHEN "CHGWAIVE"
               WHEN "FEEBANK "
                   MOVE WK-AMOUNT TO WS-MOVEMENT
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "ODINTCHG"
               WHEN "CLOSURE "
               WHEN "EMIDEBIT"
               WHEN "LOANPREP"
               WHEN "SWEEPOUT"
               WHEN "CHQRTN  "
               WHEN "TDS     "
               WHEN "SVCCHG  "
                   COMPUTE WS-MOVEMENT = 0 - WK-AMOUNT
               WHEN "REVERSAL"
                   IF WK-ORIG-TYPE = "DEPOSIT "
