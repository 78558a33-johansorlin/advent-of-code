
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
           COPY ANSHWS.
           COPY CTLWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY REPRWS.
           COPY FNGPWS.
           COPY AUDTWS.
           COPY FLSTWS.
           05 CMP-IX               PIC S9(4) COMP.
           05 CMP-N                PIC S9(4) COMP VALUE 0.
           COPY PZLIWS.
           COPY DSNPWS.
           05 WNDWRPT-DSN          PIC X(80).
           05 EXCPRPT-DSN          PIC X(80).
           05 LINE-NO              PIC 9(8).
           05 EST-FLAG             PIC X     VALUE 'N'.
              88 ESTIMATE-MODE               VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.
       
       MAIN SECTION.
           MOVE 'DAY1PZL2' TO RPGN-PGM

           MOVE 'DAY1PZL2' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC

           MOVE 'DAY1PZL2' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR
           PERFORM LOAD-INPUT-REPAIRS

           MOVE 'DAY1PZL2' TO TOL-PGM
           PERFORM READ-EXCPTOL
                AND FUNCTION NUMVAL(WNDW-SIZE-TXT) < 11
               COMPUTE WNDW-SIZE = FUNCTION NUMVAL(WNDW-SIZE-TXT)
             ELSE
               MOVE SPACES TO SYSO-LINE
               STRING 'WARNING: D1P2_WNDW MUST BE 1 THROUGH 10 - '
                      'USING THE DEFAULT 3-READING WINDOW'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-IF

           END-CALL

           MOVE WNDW-INCR-CNT TO WNDW-INCR-CNT-ED
           MOVE WNDW-INCR-CNT-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF EST-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EST-CNT ' estimated reading(s) substituted - '
                    'see the ESTIMATED windows in the detail'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' exception line(s) (invalid numeric '
                    'value), see EXCPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           MOVE 'DAY1PZL2' TO ANSHIST-PGM
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: A REPORT COULD NOT BE PRODUCED - '
                    'SEE IOSUMRPT.TXT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           CLOSE EXCPMSTR
           MOVE 'D1P2CHKP.txt' TO CHKP-DSN
           PERFORM READ-CHKPNT
           IF CHKP-IN-PROGRESS
             MOVE SPACES TO SYSO-LINE
             STRING 'NOTICE: PRIOR RUN WAS INTERRUPTED AFTER ROW '
                    CHKP-CNT ' - RE-STREAMING THE FULL FILE FROM '
                    'ROW 1'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           MOVE 'D1P2CTL.txt' TO CTL-DSN

           MOVE PZL-REC-CNT TO CTL-ACTUAL
           PERFORM VALIDATE-CTLCNT
           PERFORM RECORD-INPUT-REPAIRS
           .

      *> One listed input file streamed through the rolling window -

           COMPUTE FLST-REC-CNT = LINE-NO - FILE-REC-BASE
           COMPUTE FILE-SUB = WNDW-INCR-CNT - FILE-ANS-BASE
           MOVE FLST-IX TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING 'FILE '
                  FUNCTION TRIM(SYSO-NUM)
                  ' ' FUNCTION TRIM(PZLINPUT-DSN)
                  ' RECORDS=' FLST-REC-CNT
                  ' WNDW-SUBTOTAL=' FILE-SUB
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           PERFORM VALIDATE-FLST-CNT
           .

           MOVE WNDW-SUM TO WNDW-PREV-SUM
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY1PRT2' TO DSNP-PGM
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
           MOVE 'WNDW-INCR-CNT' TO DSNP-ADD-NAME
           MOVE WNDW-INCR-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'WNDW-SUM' TO DSNP-ADD-NAME
           MOVE WNDW-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'WNDW-SIZE' TO DSNP-ADD-NAME
           MOVE WNDW-SIZE TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'PZL-REC-CNT' TO DSNP-ADD-NAME
           MOVE PZL-REC-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EST-CNT' TO DSNP-ADD-NAME
           MOVE EST-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'CMP-ENT' TO DSNP-ADD-NAME
           MOVE CMP-N TO DSNP-ADD-NUM
           MOVE 10 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'EST-FLAG' TO DSNP-ADD-NAME
           MOVE EST-FLAG TO DSNP-ADD-TEXT
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

               COMPUTE CMP-S(CMP-N) = FUNCTION NUMVAL(CMP-SIZE-TXT)
               MOVE 0 TO CMP-TALLY(CMP-N)
             ELSE
               MOVE SPACES TO SYSO-LINE
               STRING 'WARNING: COMPARATIVE SIZE '
                      FUNCTION TRIM(CMP-SIZE-TXT)
                      ' IS NOT 1 THROUGH 10 - SKIPPED'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-PERFORM
           .
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
             MOVE PRT-LINE TO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-PERFORM
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
