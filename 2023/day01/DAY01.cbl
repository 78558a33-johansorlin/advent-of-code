
           COPY EXCMSEL.

           COPY REPRSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY PARMSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY EXCMFD.

       COPY REPRFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY PARMFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY DAY01WS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 AUDRPT-FS       PIC XX.
           05 AUDRPT-DSN      PIC X(80).
           05 EXCPRPT-FS      PIC XX.
           COPY CTLWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY REPRWS.
           COPY FNGPWS.
           COPY AUDTWS.
           COPY RESWS.
           05 NODGT-FLAG      PIC X    VALUE 'N'.
              88 NO-DIGITS-FOUND       VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY01' TO RPGN-PGM

           MOVE 'DAY01' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC

           MOVE 'DAY01' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR
           PERFORM LOAD-INPUT-REPAIRS

           MOVE 'DAY01' TO TOL-PGM
           PERFORM READ-EXCPTOL

           MOVE LINE-NO TO CTL-ACTUAL
           PERFORM VALIDATE-CTLCNT
           PERFORM RECORD-INPUT-REPAIRS

           IF BOTH-MODES
             MOVE SPACES TO DISCRPT-REC
             MOVE B-SUM1 TO B-SUM-ED
             STRING 'MODE1-SUM=' B-SUM-ED INTO DISCRPT-REC
             WRITE DISCRPT-REC
             MOVE DISCRPT-REC TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE SPACES TO DISCRPT-REC
             MOVE B-SUM2 TO B-SUM-ED
             STRING 'MODE2-SUM=' B-SUM-ED INTO DISCRPT-REC
             WRITE DISCRPT-REC
             MOVE DISCRPT-REC TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE SPACES TO DISCRPT-REC
             STRING DISC-CNT ' LINE(S) CHANGE VALUE UNDER MODE 2'
                    INTO DISCRPT-REC
             WRITE DISCRPT-REC
             MOVE DISCRPT-REC TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE DISCRPT-FS TO RPTK-FS
             MOVE DISCRPT-DSN TO RPTK-DSN
             PERFORM CHECK-RPT-STATUS
             CLOSE RESRPT
           ELSE
             MOVE CALIBRATION-SUM TO CALIBRATION-SUM-ED
             MOVE CALIBRATION-SUM-ED TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             IF EXCP-CNT > 0
               MOVE SPACES TO SYSO-LINE
               STRING EXCP-CNT ' digit-less line(s), see '
                      'EXCPRPT.txt'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF

             MOVE 'DAY01' TO ANSHIST-PGM
           END-IF
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY01' TO DSNP-PGM
           MOVE PZL-REC TO DSNP-IMAGE
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
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP-FLAG' TO DSNP-ADD-NAME
           MOVE CTL-EXP-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CALIBRATION-SUM' TO DSNP-ADD-NAME
           MOVE CALIBRATION-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DISC-CNT' TO DSNP-ADD-NAME
           MOVE DISC-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'B-SUM1' TO DSNP-ADD-NAME
           MOVE B-SUM1 TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'B-SUM2' TO DSNP-ADD-NAME
           MOVE B-SUM2 TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'MODE-FLAG' TO DSNP-ADD-NAME
           MOVE MODE-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'NODGT-FLAG' TO DSNP-ADD-NAME
           MOVE NODGT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
      *> A line wider than the 80-byte exception image was never
      *> captured whole, so only a line that fits can be repaired.
             IF REPR-CNT > 0 AND PZL-REC(81:48) = SPACES
               MOVE LINE-NO TO REPR-LINE
               MOVE PZL-REC TO REPR-IMAGE
               PERFORM APPLY-INPUT-REPAIR
               IF REPR-OVERLAID
                 MOVE REPR-IMAGE TO PZL-REC
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

       COPY PARMWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
