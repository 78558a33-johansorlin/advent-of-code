
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
      *> reference modification is simpler and safer than UNSTRING.
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
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
