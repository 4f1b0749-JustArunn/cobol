               DISPLAY "ENTER COST CENTRE:"
               ACCEPT DM-COST-CENTRE

               DISPLAY "ENTER DEPARTMENT HEAD EMP-ID (0 = NONE):"
               ACCEPT DM-HEAD-ID

               MOVE "Y" TO DM-ACTIVE-FLAG

               WRITE DEPT-REC
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CODE  DESCRIPTION           ACT  COST-CTR"
                   "  HEAD"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DM-HEAD-ID NOT NUMERIC
                               MOVE 0 TO DM-HEAD-ID
                           END-IF
                           DISPLAY DM-DEPT-CODE "  " DM-DEPT-DESC
                               "  " DM-ACTIVE-FLAG "    "
                               DM-COST-CENTRE "    " DM-HEAD-ID
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
                               ACCEPT DM-COST-CENTRE
                               DISPLAY "ACTIVE? (Y/N):"
                               ACCEPT DM-ACTIVE-FLAG
                               DISPLAY "DEPARTMENT HEAD EMP-ID "
                                   "(0 = NONE):"
                               ACCEPT DM-HEAD-ID
                           END-IF
                           MOVE DEPT-REC TO TEMP-REC
                           WRITE TEMP-REC
