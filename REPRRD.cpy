      *> Input repair overlay (see REPRWS.cpy). LOAD-INPUT-REPAIRS
      *> reads this program's repairs from the repair file into the
      *> table, latest record per key winning, so a repair already
      *> applied by an earlier run is never applied twice.
      *> APPLY-INPUT-REPAIR overlays one input line: a pending
      *> repair for the line only takes when the record read is
      *> still the image the exception rejected - a repair queued
      *> against last week's feed must not land on whatever
      *> different record happens to sit at that line number now.
       LOAD-INPUT-REPAIRS SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 0 TO REPR-CNT REPR-APPL-CNT
           MOVE 'C' TO EXCPREPR-FLAG
           OPEN INPUT EXCPREPR
           IF EXCPREPR-FS = '00'
             PERFORM READ-EXCPREPR-REC
             PERFORM UNTIL EXCPREPR-EOF
               IF EXCPREPR-REC(1:8) = EXCM-PGM
                  AND EXCPREPR-REC(27:8) IS NUMERIC
                 PERFORM LOAD-ONE-REPAIR
               END-IF
               PERFORM READ-EXCPREPR-REC
             END-PERFORM
             CLOSE EXCPREPR
           END-IF
           .

       LOAD-ONE-REPAIR SECTION.
           MOVE 'N' TO REPR-FND-FLAG
           PERFORM VARYING REPR-IX FROM 1 BY 1
                     UNTIL REPR-IX > REPR-CNT OR REPR-FOUND
             IF RP-RUN-ID(REPR-IX) = EXCPREPR-REC(10:16)
                AND RP-LINE(REPR-IX) = EXCPREPR-REC(27:8)
               SET REPR-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF REPR-FOUND
             COMPUTE REPR-IX = REPR-IX - 1
           ELSE
             IF REPR-CNT < 200
               ADD 1 TO REPR-CNT
               MOVE REPR-CNT TO REPR-IX
             ELSE
               EXIT SECTION
             END-IF
           END-IF
           MOVE EXCPREPR-REC(10:16) TO RP-RUN-ID(REPR-IX)
           MOVE EXCPREPR-REC(27:8) TO RP-LINE(REPR-IX)
           MOVE EXCPREPR-REC(45:8) TO RP-EXC-DATE(REPR-IX)
           MOVE EXCPREPR-REC(54:8) TO RP-EXC-TIME(REPR-IX)
           MOVE EXCPREPR-REC(81:8) TO RP-OPER(REPR-IX)
           MOVE EXCPREPR-REC(107:80) TO RP-ORIG(REPR-IX)
           MOVE EXCPREPR-REC(188:80) TO RP-NEW(REPR-IX)
           IF EXCPREPR-REC(36:8) = 'APPLIED'
             MOVE 'D' TO RP-STATE(REPR-IX)
           ELSE
             MOVE 'P' TO RP-STATE(REPR-IX)
           END-IF
           .

       READ-EXCPREPR-REC SECTION.
           READ EXCPREPR
           IF EXCPREPR-FS NOT = '00'
             SET EXCPREPR-EOF TO TRUE
           END-IF
           .

       APPLY-INPUT-REPAIR SECTION.
           MOVE 'N' TO REPR-HIT-FLAG
           PERFORM VARYING REPR-IX FROM 1 BY 1
                     UNTIL REPR-IX > REPR-CNT
             IF RP-STATE(REPR-IX) = 'P'
                AND RP-LINE(REPR-IX) = REPR-LINE
                AND RP-ORIG(REPR-IX) = REPR-IMAGE
               MOVE RP-NEW(REPR-IX) TO REPR-IMAGE
               MOVE 'A' TO RP-STATE(REPR-IX)
               ADD 1 TO REPR-APPL-CNT
               SET REPR-OVERLAID TO TRUE
               MOVE SPACES TO SYSO-LINE
               STRING 'REPAIR APPLIED TO LINE ' REPR-LINE
                      ' (EXCEPTION OF RUN ' RP-RUN-ID(REPR-IX)
                      ', REPAIRED BY ' RP-OPER(REPR-IX) ')'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-PERFORM
           .
