
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

       READ-SEGFILE-REC SECTION.
           READ SEGFILE
           PERFORM UNTIL SEGFILE-FS NOT = '00'
                      OR SEGFILE-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE SEGFILE-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ SEGFILE
           END-PERFORM
           IF SEGFILE-FS NOT = '00'
             SET SEGFILE-EOF TO TRUE
           END-IF

       READ-ANSHIST-REC SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-EOF TO TRUE
           ELSE
       COPY PZLCRD.

       COPY SBOXRS.

       COPY MLBLCK.
