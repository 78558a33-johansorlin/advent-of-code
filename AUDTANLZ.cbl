
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

       READ-AUDTLOG-REC SECTION.
           READ AUDTLOG
           PERFORM UNTIL AUDTLOG-FS NOT = '00'
                      OR AUDTLOG-REC(1:1) NOT = '*'
             MOVE 'AUDTLOG' TO MLBL-FILE
             MOVE AUDTLOG-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ AUDTLOG
           END-PERFORM
           IF AUDTLOG-FS NOT = '00'
             SET AUDTLOG-EOF TO TRUE
           END-IF
       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
