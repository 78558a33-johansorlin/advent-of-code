       COPY RPGNFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE SPACES TO PRT-LINE
           STRING ORPHAN-CNT ' ORPHAN(S) FOUND ACROSS THE MASTERS'
                  INTO PRT-LINE
           PERFORM PRINT-AUDIT-TOTAL
           DISPLAY 'CATAUDIT: ' ORPHAN-CNT ' ORPHAN(S) - SEE '
                   FUNCTION TRIM(PRT-DSN)

           END-CALL
           .

       PRINT-AUDIT-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       AUDIT-CATALOG-DATASETS SECTION.
           MOVE '-- PZLCAT DATASET REFERENCES' TO PRT-LINE
           PERFORM PRINT-AUDIT-LINE
             PERFORM READ-RPTCAT-AUD-REC
             PERFORM UNTIL RPTCAT-RD-EOF
               IF RPTCAT-REC(23:4) IS NUMERIC
                 IF RPTCAT-REC(185:4) NOT = 'HTML'
                   PERFORM TRACK-RPT-FAMILY
                 END-IF
                 MOVE RPTCAT-REC(63:80) TO CHK-DSN
                 PERFORM CHECK-DSN-EXISTS
                 IF CHK-EXIST-STAT NOT = 0

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
           END-IF

       READ-RPTCAT-AUD-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-RD-EOF TO TRUE
           END-IF
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
