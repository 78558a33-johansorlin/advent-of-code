
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

       READ-EXCPMSTR-REC SECTION.
           READ EXCPMSTR
           PERFORM UNTIL EXCPMSTR-FS NOT = '00'
                      OR EXCPMSTR-REC(1:1) NOT = '*'
             MOVE 'EXCPMSTR' TO MLBL-FILE
             MOVE EXCPMSTR-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ EXCPMSTR
           END-PERFORM
           IF EXCPMSTR-FS NOT = '00'
             SET EXCPMSTR-EOF TO TRUE
           END-IF
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
