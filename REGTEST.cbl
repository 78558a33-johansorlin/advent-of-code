
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

      *> Runs every cataloged puzzle step against its sample input
      *> which would confuse an UNSTRING DELIMITED BY SPACE.
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
       COPY ANSOCHK.

       COPY SBOXRS.

       COPY MLBLCK.
