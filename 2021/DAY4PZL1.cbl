
           COPY EXCMSEL.

           COPY REPRSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY ARCCSEL.

           COPY BSTSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY EXCMFD.

       COPY REPRFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY ARCCFD.

       COPY BSTFD.

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
           COPY RESWS.
           COPY ARCHWS.
           COPY PZLIWS.
           COPY DSNPWS.
           COPY BSTWS.
           05 BRDSRPT-FS           PIC XX.
           05 BRDSRPT-DSN          PIC X(80).
           05 EXCPRPT-FS           PIC XX.
           05 BOARD-WIN-FLAG       PIC X     VALUE 'N'.
              88 BOARD-WINS                  VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY4PZL1' TO RPGN-PGM

           MOVE 'DAY4PZL1' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC

           MOVE 'DAY4PZL1' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR
           PERFORM LOAD-INPUT-REPAIRS

           MOVE 'DAY4PZL1' TO TOL-PGM
           PERFORM READ-EXCPTOL
           MOVE 'D4PZ1CTL.txt' TO CTL-DSN
           PERFORM READ-CTLCNT

           MOVE 'D4P1BRDS.txt' TO BST-DSN
           PERFORM LOAD-BOARD-STATE

           PERFORM LOAD-PZLINPUT-LIST

           MOVE 'BRDSRPT' TO RPGN-RPT

           MOVE LINE-NO TO CTL-ACTUAL
           PERFORM VALIDATE-CTLCNT
           PERFORM RECORD-INPUT-REPAIRS

           IF DRAW-FEED-INCREMENTAL
             PERFORM PLAY-DRAW-BATCH
           ELSE
             PERFORM PLAY-UNTIL-FIRST-WIN
           END-IF

           MOVE BRDSRPT-FS TO RPTK-FS
           MOVE BRDSRPT-DSN TO RPTK-DSN
           CLOSE EXCPRPT

           MOVE WIN-SCORE TO WIN-SCORE-ED
           MOVE WIN-SCORE-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' exception line(s) (not a draw line '
                    'or board row), see EXCPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

      *> A draw batch posts the answer only on the run that first
      *> determines it - before then there is nothing to post, and
      *> after it the answer is already on the history.
           IF NOT DRAW-FEED-INCREMENTAL OR BST-DECIDED-IN-BATCH
             MOVE 'DAY4PZL1' TO ANSHIST-PGM
             MOVE 'FIRST-WIN' TO ANSHIST-LABEL
             MOVE WIN-SCORE TO ANSHIST-VALUE
             PERFORM OPEN-ANSHIST
             PERFORM WRITE-ANSHIST
             CLOSE ANSHIST

             PERFORM OPEN-RESRPT
             MOVE 'DAY4PZL1' TO RES-PGM
             MOVE 'FIRST-WIN' TO RES-LABEL
             MOVE WIN-SCORE TO RES-VALUE
             PERFORM WRITE-RESRPT
             CLOSE RESRPT
           ELSE
             MOVE SPACES TO SYSO-LINE
             STRING 'FIRST-WIN NOT POSTED - NOT DETERMINED BY THIS '
                    'DRAW BATCH'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           PERFORM SAVE-BOARD-STATE

           CLOSE EXCPMSTR


           COMPUTE FLST-REC-CNT = LINE-NO - FILE-REC-BASE
           COMPUTE FILE-SUB = BOARD-CNT
           MOVE FLST-IX TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING 'FILE '
                  FUNCTION TRIM(SYSO-NUM)
                  ' ' FUNCTION TRIM(PZLINPUT-DSN)
                  ' RECORDS=' FLST-REC-CNT
                  ' BOARDS-SO-FAR=' FILE-SUB
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           PERFORM VALIDATE-FLST-CNT
           .


       STORE-DRAW-NUM SECTION.
           IF DRAW-CNT = 200
             MOVE DRAW-CNT TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: DRAW TABLE FULL AT ' FUNCTION TRIM(SYSO-NUM)
                    ' NUMBER(S) - THE PLAY PASS NEEDS THE WHOLE '
                    'CALL SEQUENCE IN STORAGE'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'DRAW TABLE FULL' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
      *> cell skew the play pass.
       PROCESS-BOARD-ROW SECTION.
           PERFORM CHECK-BOARD-ROW
           IF ROW-VALID AND BST-BOARDS-LOCKED
             PERFORM WRITE-LOCKROW-EXCEPTION
             EXIT SECTION
           END-IF
           IF NOT ROW-VALID
             PERFORM WRITE-BADROW-EXCEPTION
           ELSE
             IF ROW-IN-BOARD = 0
               IF BOARD-CNT = 100
                 MOVE BOARD-CNT TO SYSO-NUM
                 MOVE SPACES TO SYSO-LINE
                 STRING 'FATAL: BOARD TABLE FULL AT '
                        FUNCTION TRIM(SYSO-NUM)
                        ' BOARD(S) - THE PLAY PASS NEEDS EVERY '
                        'BOARD IN STORAGE'
                        DELIMITED BY SIZE INTO SYSO-LINE
                 PERFORM WRITE-SYSOUT
                 MOVE 'BOARD TABLE FULL' TO DSNP-REASON
                 PERFORM WRITE-DIAG-SNAPSHOT
                 MOVE 16 TO RETURN-CODE
                 MOVE 'ABEND' TO AUDT-EVENT
                 MOVE 16 TO AUDT-RC
      *> board completes a row or column - that board's unmarked-sum
      *> times the number just called is the answer.
       PLAY-UNTIL-FIRST-WIN SECTION.
           IF (DRAW-CNT = 0 OR BOARD-CNT = 0)
              AND NOT DRAW-FEED-INCREMENTAL
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: NO DRAW LINE OR NO COMPLETE BOARD '
                    'ON THE FEED - FIRST-WIN REPORTED AS 0'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           PERFORM VARYING DRAW-IX FROM 1 BY 1
                     UNTIL DRAW-IX > DRAW-CNT

           IF WINNER-FOUND
             MOVE WIN-BOARD TO WIN-BOARD-X
             COMPUTE DRAW-IX-X = BST-DRAWS + DRAW-IX - 1
             MOVE SPACES TO BRDSRPT-REC
             STRING 'BOARD ' WIN-BOARD-X ' WINS ON DRAW ' DRAW-IX-X
                    ' (NUMBER ' DRAW-VAL ') UNMARKED-SUM='
                    INTO BRDSRPT-REC
             WRITE BRDSRPT-REC
           END-IF
           IF WINNER-FOUND OR NOT DRAW-FEED-INCREMENTAL
             MOVE SPACES TO BRDSRPT-REC
             STRING 'FIRST-WIN=' WIN-SCORE
                    INTO BRDSRPT-REC
             WRITE BRDSRPT-REC
           END-IF
           .

      *> One day's draw batch against the saved game (D4_DRAW_FEED=I
      *> - see BSTWS.cpy). The batch's draws are played on from the
      *> marks the earlier batches left; once a board has won, the
      *> game's answer is fixed and any later draw - in this batch
      *> or the next - is not played.
       PLAY-DRAW-BATCH SECTION.
           MOVE DRAW-CNT TO BST-BATCH-DRAWS
           IF BST-DECIDED
             MOVE BST-WIN-SCORE TO WIN-SCORE
             MOVE BST-WIN-BOARD TO WIN-BOARD-X
             MOVE SPACES TO BRDSRPT-REC
             STRING 'FIRST-WIN ALREADY DETERMINED (BOARD '
                    WIN-BOARD-X ') - ' BST-BATCH-DRAWS
                    ' DRAW(S) NOT PLAYED'
                    INTO BRDSRPT-REC
             WRITE BRDSRPT-REC
             EXIT SECTION
           END-IF
           IF BOARD-CNT = 0
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: NO BOARDS IN PLAY - SEND THE BOARDS '
                    'WITH D4_NEW_GAME=Y TO START A GAME'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           PERFORM PLAY-UNTIL-FIRST-WIN

           COMPUTE BST-BATCH-DRAWS = DRAW-IX - 1
           ADD BST-BATCH-DRAWS TO BST-DRAWS
           MOVE SPACES TO BRDSRPT-REC
           IF WINNER-FOUND
             SET BST-DECIDED TO TRUE
             SET BST-DECIDED-IN-BATCH TO TRUE
             MOVE WIN-SCORE TO BST-WIN-SCORE
             MOVE WIN-BOARD TO BST-WIN-BOARD
             COMPUTE BST-BATCH-DRAWS = DRAW-CNT - BST-BATCH-DRAWS
             STRING 'GAME DECIDED AFTER ' BST-DRAWS ' DRAW(S) - '
                    BST-BATCH-DRAWS ' LATER DRAW(S) IN THIS BATCH '
                    'NOT PLAYED'
                    INTO BRDSRPT-REC
           ELSE
             STRING 'NO WINNER YET AFTER ' BST-DRAWS ' DRAW(S), '
                    BST-BATCH-DRAWS ' IN THIS BATCH'
                    INTO BRDSRPT-REC
           END-IF
           WRITE BRDSRPT-REC
           .

           WRITE EXCPRPT-REC
           .

      *> The game's boards are already on the board-state master; a
      *> board row on a later draw batch is turned away - a new set
      *> of boards means a new game (D4_NEW_GAME=Y).
       WRITE-LOCKROW-EXCEPTION SECTION.
           ADD 1 TO EXCP-CNT
           MOVE LINE-NO TO EXCM-LINE
           MOVE 'LOCKROW' TO EXCM-REASON
           MOVE PZL-RECORD TO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           MOVE SPACES TO EXCPRPT-REC
           STRING 'LINE ' LINE-NO ' BOARD ROW ON A DRAW BATCH - GAME '
                  'IN PROGRESS: ' PZL-RECORD(1:40)
                  INTO EXCPRPT-REC
           WRITE EXCPRPT-REC
           .

      *> Fewer than five rows arrived for the board in progress -
      *> the partial board is dropped from the table so the play
      *> pass only ever sees complete 5x5 grids.
           MOVE 0 TO ROW-IN-BOARD
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY4PZL1' TO DSNP-PGM
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
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'DRAW-NUM' TO DSNP-ADD-NAME
           MOVE DRAW-CNT TO DSNP-ADD-NUM
           MOVE 200 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'BOARD-ENT' TO DSNP-ADD-NAME
           MOVE BOARD-CNT TO DSNP-ADD-NUM
           MOVE 100 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'ROW-IN-BOARD' TO DSNP-ADD-NAME
           MOVE ROW-IN-BOARD TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DRAW-IX' TO DSNP-ADD-NAME
           MOVE DRAW-IX TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'WIN-BOARD' TO DSNP-ADD-NAME
           MOVE WIN-BOARD TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'WIN-FND-FLAG' TO DSNP-ADD-NAME
           MOVE WIN-FND-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'BST-DRAWS' TO DSNP-ADD-NAME
           MOVE BST-DRAWS TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'DRAW-SEEN-FLAG' TO DSNP-ADD-NAME
           MOVE DRAW-SEEN-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'BST-FEED-SW' TO DSNP-ADD-NAME
           MOVE BST-FEED-SW TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'BST-LOAD-FLAG' TO DSNP-ADD-NAME
           MOVE BST-LOAD-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
      *> A line wider than the 80-byte exception image was never
      *> captured whole, so only a line that fits can be repaired.
             IF REPR-CNT > 0 AND PZL-RECORD(81:320) = SPACES
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

       COPY BSTRD.

       COPY BSTWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
