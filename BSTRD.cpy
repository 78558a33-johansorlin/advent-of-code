      *> Picks up the draw-feed switches and, in incremental mode,
      *> the saved game (see BSTWS.cpy). The caller has moved its own
      *> master name into BST-DSN and PERFORMed GET-RUN-ID. A saved
      *> game reloads BOARD-CNT and every BOARD-ENT and locks the
      *> board table, so a board row on a later batch is rejected
      *> rather than quietly joining a game already in progress. No
      *> master yet (status 35), or a new game asked for, leaves the
      *> table empty for the feed's boards - the first batch of a
      *> game.
       LOAD-BOARD-STATE SECTION.
           MOVE SPACES TO BST-FEED-SW BST-NEW-GAME-SW
           ACCEPT BST-FEED-SW FROM ENVIRONMENT 'D4_DRAW_FEED'
           ACCEPT BST-NEW-GAME-SW FROM ENVIRONMENT 'D4_NEW_GAME'
           MOVE 'N' TO BST-LOAD-FLAG BST-DECIDED-FLAG BST-BATCH-FLAG
           MOVE 0 TO BST-DRAWS BST-BATCH-DRAWS BST-WIN-SCORE
                     BST-WIN-BOARD
           MOVE SPACES TO BST-GAME-RUN BST-LAST-RUN
           IF NOT DRAW-FEED-INCREMENTAL
             EXIT SECTION
           END-IF

           IF SANDBOX-ACTIVE
             MOVE BST-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO BST-DSN
           END-IF
      *> A shadow run plays its own game alongside production's -
      *> production's saved state already holds tonight's draws.
           IF SHADOW-ACTIVE
             MOVE BST-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO BST-DSN
           END-IF

           IF BST-NEW-GAME
             MOVE SPACES TO SYSO-LINE
             STRING 'NOTICE: NEW GAME REQUESTED - SAVED BOARD STATE '
                    'IN ' FUNCTION TRIM(BST-DSN) ' SET ASIDE, BOARDS '
                    'TAKEN FROM THIS FEED'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE RUN-ID TO BST-GAME-RUN
             EXIT SECTION
           END-IF

           MOVE 'C' TO BST-EOF-FLAG
           OPEN INPUT BSTATE
           IF BSTATE-FS = '35'
             MOVE SPACES TO SYSO-LINE
             STRING 'NOTICE: NO SAVED BOARD STATE YET - BOARDS '
                    'TAKEN FROM THIS FEED'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE RUN-ID TO BST-GAME-RUN
             EXIT SECTION
           END-IF
           IF BSTATE-FS NOT = '00'
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: BOARD STATE ' FUNCTION TRIM(BST-DSN)
                    ' CANNOT BE OPENED, FILE STATUS=' BSTATE-FS
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'BOARD STATE CANNOT BE OPENED' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF

           MOVE 0 TO BOARD-CNT
           PERFORM READ-BSTATE-REC
           PERFORM UNTIL BSTATE-EOF
             EVALUATE TRUE
               WHEN BSTR-HEADER
                 MOVE BSTH-DRAWS TO BST-DRAWS
                 MOVE BSTH-DECIDED TO BST-DECIDED-FLAG
                 MOVE BSTH-WIN-SCORE TO BST-WIN-SCORE
                 MOVE BSTH-WIN-BOARD TO BST-WIN-BOARD
                 MOVE BSTH-GAME-RUN TO BST-GAME-RUN
                 MOVE BSTH-LAST-RUN TO BST-LAST-RUN
               WHEN BSTR-BOARD AND BOARD-CNT < 100
                 ADD 1 TO BOARD-CNT
                 MOVE BSTB-IMAGE TO BOARD-ENT(BOARD-CNT)
               WHEN OTHER
                 MOVE SPACES TO SYSO-LINE
                 STRING 'WARNING: BOARD STATE RECORD SKIPPED: '
                        BSTATE-REC(1:40)
                        DELIMITED BY SIZE INTO SYSO-LINE
                 PERFORM WRITE-SYSOUT
             END-EVALUATE
             PERFORM READ-BSTATE-REC
           END-PERFORM
           CLOSE BSTATE

           SET BST-BOARDS-LOCKED TO TRUE
           MOVE BOARD-CNT TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING 'BOARD STATE LOADED: '
                  FUNCTION TRIM(SYSO-NUM)
                  ' BOARD(S), '
                  BST-DRAWS ' DRAW(S) ALREADY PLAYED SINCE RUN '
                  BST-GAME-RUN
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           .

       READ-BSTATE-REC SECTION.
           READ BSTATE
           IF BSTATE-FS NOT = '00'
             SET BSTATE-EOF TO TRUE
           END-IF
           .
