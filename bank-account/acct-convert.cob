                       MOVE 0               TO ACC-HOLD-AMT
                       MOVE "N"             TO ACC-DORMANT-FLAG
                       MOVE "N"             TO ACC-CLOSED-FLAG
                       MOVE 1               TO ACC-BRANCH
                       WRITE ACCOUNT-REC
                       ADD 1 TO CONVERT-COUNT
               END-READ
