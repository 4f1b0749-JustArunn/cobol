      *    CONVERTED CUSTOMERS START OVERDUE UNTIL ONE IS RECORDED
                       MOVE 0               TO CUST-KYC-DATE
                       MOVE "L"             TO CUST-RISK
                       MOVE SPACE           TO CUST-SEGMENT
                       WRITE CUSTOMER-RECORD
                       ADD 1 TO CONVERT-COUNT
               END-READ
