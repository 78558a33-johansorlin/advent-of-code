      *> Rewrites the board-state master whole (see BSTFD.cpy) at
      *> the end of an incremental batch - the header with the
      *> game's running draw count and, once decided, its answer,
      *> then every board as it now stands. Re-opened OUTPUT each
      *> time so the file is always the one current snapshot. A
      *> historical rerun replays an old batch and must not move
      *> the live game forward, so it leaves the master alone.
       SAVE-BOARD-STATE SECTION.
           IF NOT DRAW-FEED-INCREMENTAL OR HISTORICAL-RERUN
             EXIT SECTION
           END-IF
           OPEN OUTPUT BSTATE
           IF BSTATE-FS NOT = '00'
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: BOARD STATE ' FUNCTION TRIM(BST-DSN)
                    ' CANNOT BE WRITTEN, FILE STATUS=' BSTATE-FS
                    ' - THIS BATCH MUST BE RE-RUN'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'BOARD STATE CANNOT BE WRITTEN' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF

           MOVE SPACES TO BSTATE-REC
           SET BSTR-HEADER TO TRUE
           MOVE BOARD-CNT TO BSTH-BOARD-CNT
           MOVE BST-DRAWS TO BSTH-DRAWS
           MOVE BST-DECIDED-FLAG TO BSTH-DECIDED
           MOVE BST-WIN-SCORE TO BSTH-WIN-SCORE
           MOVE BST-WIN-BOARD TO BSTH-WIN-BOARD
           MOVE BST-GAME-RUN TO BSTH-GAME-RUN
           MOVE RUN-ID TO BSTH-LAST-RUN
           WRITE BSTATE-REC

           PERFORM VARYING BDX FROM 1 BY 1 UNTIL BDX > BOARD-CNT
             MOVE SPACES TO BSTATE-REC
             SET BSTR-BOARD TO TRUE
             MOVE BOARD-ENT(BDX) TO BSTB-IMAGE
             WRITE BSTATE-REC
           END-PERFORM
           CLOSE BSTATE
           .
