
           COPY EXCMSEL.

           COPY REPRSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY ARCCSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY EXCMFD.

       COPY REPRFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY ARCCFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY CTLWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY REPRWS.
           COPY FNGPWS.
           COPY AUDTWS.
           COPY FLSTWS.
           COPY ARCHWS.
           COPY NUMVWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 EXCPRPT-FS           PIC XX.
           05 EXCPRPT-DSN          PIC X(80).
           05 TRACERPT-FS          PIC XX.
           05 TRACE-FLAG           PIC X     VALUE 'N'.
              88 TRACE-ON                    VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY2PZL1' TO RPGN-PGM

           MOVE 'DAY2PZL1' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC

           MOVE 'DAY2PZL1' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR
           PERFORM LOAD-INPUT-REPAIRS

           MOVE 'DAY2PZL1' TO TOL-PGM
           PERFORM READ-EXCPTOL

           MOVE LINE-NO TO CTL-ACTUAL
           PERFORM VALIDATE-CTLCNT
           PERFORM RECORD-INPUT-REPAIRS

           MULTIPLY POS-X BY DEPTH GIVING PRDCT
           MOVE PRDCT TO PRDCT-ED
           MOVE PRDCT-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' exception line(s) (malformed or '
                    'DEPTH underflow), see EXCPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           MOVE 'DAY2PZL1' TO ANSHIST-PGM
           PERFORM WRITE-FINGERPRINT

           COMPUTE FLST-REC-CNT = LINE-NO - FILE-REC-BASE
           MOVE FLST-IX TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING 'FILE '
                  FUNCTION TRIM(SYSO-NUM)
                  ' ' FUNCTION TRIM(PZLINPUT-DSN)
                  ' RECORDS=' FLST-REC-CNT
                  ' POS-X=' POS-X ' DEPTH=' DEPTH
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           PERFORM VALIDATE-FLST-CNT
           .

                    NUM-STR
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY2PZL1' TO DSNP-PGM
           MOVE PZL-RECORD TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LINE-NO' TO DSNP-ADD-NAME
           MOVE LINE-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EXCP-CNT' TO DSNP-ADD-NAME
           MOVE EXCP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-ACTUAL' TO DSNP-ADD-NAME
           MOVE CTL-ACTUAL TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP' TO DSNP-ADD-NAME
           MOVE CTL-EXP TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'FLST-ENT' TO DSNP-ADD-NAME
           MOVE FLST-N TO DSNP-ADD-NUM
           MOVE 50 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'FLST-IX' TO DSNP-ADD-NAME
           MOVE FLST-IX TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'FILE-REC-BASE' TO DSNP-ADD-NAME
           MOVE FILE-REC-BASE TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP-FLAG' TO DSNP-ADD-NAME
           MOVE CTL-EXP-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'POS-X' TO DSNP-ADD-NAME
           MOVE POS-X TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DEPTH' TO DSNP-ADD-NAME
           MOVE DEPTH TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'PRDCT' TO DSNP-ADD-NAME
           MOVE PRDCT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CMD' TO DSNP-ADD-NAME
           MOVE CMD TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'TRACE-FLAG' TO DSNP-ADD-NAME
           MOVE TRACE-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
             IF REPR-CNT > 0
               MOVE LINE-NO TO REPR-LINE
               MOVE PZL-RECORD TO REPR-IMAGE
               PERFORM APPLY-INPUT-REPAIR
               IF REPR-OVERLAID
                 MOVE REPR-IMAGE TO PZL-RECORD
               END-IF
             END-IF
           END-IF
           .


       COPY EXCMWR.

       COPY REPRRD.

       COPY REPRWR.

       COPY TOLRD.

       COPY TOLCHK.

       COPY FNGPWR.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
