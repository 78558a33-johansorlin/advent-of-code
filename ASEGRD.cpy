      *> way every PZLINPUT reader defines the names PZLFSCHK.cpy
      *> assumes. Segments-then-live preserves the original
      *> append order across the cut, which is what first-seen /
      *> last-seen logic depends on. Each segment is checked against
      *> the count and hash on its trailer label (MLBLCK.cpy) as it
      *> goes by.
       SCAN-ANSH-SEGMENTS SECTION.
           MOVE 0 TO ASEG-CNT
           MOVE 'C' TO ANSHSEGS-RD-FLG
           OPEN INPUT ANSHSEGF
           IF ANSHSEGF-FS = '00'
             ADD 1 TO ASEG-CNT
             PERFORM RESET-LABEL-HASH
             PERFORM READ-ANSHSEGF-REC
             PERFORM UNTIL ANSHSEGF-EOF
               MOVE ANSHSEGF-REC TO MLBL-DATA
               PERFORM ADD-LABEL-HASH
               PERFORM APPLY-SEGANSH-REC
               PERFORM READ-ANSHSEGF-REC
             END-PERFORM
             CLOSE ANSHSEGF
             MOVE ASEG-DSN TO MLBL-DSN
             PERFORM VERIFY-SEGMENT-TRAILER
           ELSE
             DISPLAY 'WARNING: CATALOGED YEAR SEGMENT '
                     FUNCTION TRIM(ASEG-DSN)

       READ-ANSHSEGF-REC SECTION.
           READ ANSHSEGF
           PERFORM UNTIL ANSHSEGF-FS NOT = '00'
                      OR ANSHSEGF-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHSEGF-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHSEGF
           END-PERFORM
           IF ANSHSEGF-FS NOT = '00'
             SET ANSHSEGF-EOF TO TRUE
           END-IF
