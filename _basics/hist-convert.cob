                       MOVE 0               TO SH-PROF-TAX
                       MOVE 0               TO SH-INCOME-TAX
                       MOVE 0               TO SH-ADV-RECOVERY
                       MOVE 0               TO SH-LOAN-RECOVERY
                       MOVE 0               TO SH-COMP-COUNT
                       MOVE SPACES          TO SH-COMP-TABLE
                       WRITE SALARY-HISTORY-REC
                       ADD 1 TO CONVERT-COUNT
               END-READ
