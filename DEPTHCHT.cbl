
           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY NUMVWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 LINE-NO         PIC 9(8).
           05 READ-CNT        PIC 9(8)  VALUE 0.
           05 SKIP-CNT        PIC 9(6)  VALUE 0.
              88 ESTIMATE-MODE         VALUE 'Y'.
           05 EST-WRK-FLAG    PIC X     VALUE 'N'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             STRING SKIP-CNT ' LINE(S) SKIPPED, ' EST-CNT-TOT
                    ' READING(S) ESTIMATED'
                    INTO PRT-LINE
             MOVE 'T' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF
                   ' READING(S) DRAWN TO ' FUNCTION TRIM(PRT-DSN)
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DEPTHCHT' TO DSNP-PGM
           MOVE PZL-RECORD TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LINE-NO' TO DSNP-ADD-NAME
           MOVE LINE-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'READ-CNT' TO DSNP-ADD-NAME
           MOVE READ-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'SKIP-CNT' TO DSNP-ADD-NAME
           MOVE SKIP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EST-CNT-TOT' TO DSNP-ADD-NAME
           MOVE EST-CNT-TOT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'EST-FLAG' TO DSNP-ADD-NAME
           MOVE EST-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
