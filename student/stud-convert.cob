                   NOT AT END
                       MOVE OS-ROLL TO S-ROLL
                       MOVE OS-NAME TO S-NAME
                       MOVE ZEROES TO S-MARKS-TABLE
                       PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                               UNTIL SUBJ-IDX > 5
                           MOVE OS-MARKS
