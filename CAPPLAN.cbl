
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

       READ-FINGPRNT-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FINGPRNT-EOF TO TRUE
           END-IF
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
