           IF RUN-MODE NOT = 'H'
             MOVE 'P' TO RUN-MODE
           END-IF
           MOVE 'B' TO RUN-TYPE
           ACCEPT RUN-TYPE FROM ENVIRONMENT 'RUN_TYPE'
           IF NOT RUN-TYPE-VALID
             MOVE 'B' TO RUN-TYPE
           END-IF

           MOVE SPACES TO OPERATOR-ID
           ACCEPT OPERATOR-ID FROM ENVIRONMENT 'OPER_ID'
