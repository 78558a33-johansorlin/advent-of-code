      *> Scope is one run id (RPTDIST_RUNID) when given - the
      *> normal after-the-close case - otherwise every generation
      *> cataloged today.
      *>
      *> A recipient whose distribution record carries HTML(64:1)
      *> 'Y' reads on the intranet, and is delivered each
      *> generation's HTML rendition (cataloged beside it by
      *> PRTSRV.cbl) as well as the print image; the others get
      *> the print image only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                 15 DT-FAMILY PIC X(12).
                 15 DT-RECIP  PIC X(8).
                 15 DT-DIR    PIC X(40).
                 15 DT-HTML   PIC X.
                 15 DT-SERVED PIC X.

       COPY PRTCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
                  ' FAILED, ' NOGEN-CNT
                  ' FAMILY/RECIPIENT PAIR(S) WITH NO GENERATION'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:80)
                 MOVE RPTDIST-REC(1:12) TO DT-FAMILY(DIST-CNT)
                 MOVE RPTDIST-REC(14:8) TO DT-RECIP(DIST-CNT)
                 MOVE RPTDIST-REC(23:40) TO DT-DIR(DIST-CNT)
                 MOVE RPTDIST-REC(64:1) TO DT-HTML(DIST-CNT)
                 MOVE 'N' TO DT-SERVED(DIST-CNT)
               END-IF
               PERFORM READ-RPTDIST-REC
           PERFORM VARYING DIST-IX FROM 1 BY 1
                     UNTIL DIST-IX > DIST-CNT
             IF DT-FAMILY(DIST-IX) = RPTCAT-REC(10:12)
                AND (RPTCAT-REC(185:4) NOT = 'HTML'
                     OR DT-HTML(DIST-IX) = 'Y')
               MOVE 'Y' TO DT-SERVED(DIST-IX)
               MOVE RPTCAT-REC(63:80) TO SRC-DSN
               PERFORM BUILD-DEST-DSN

       READ-RPTCAT-DIST-REC SECTION.
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
